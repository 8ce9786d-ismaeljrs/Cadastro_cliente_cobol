      *  010 |  ISMAEL J. BRANDAO  |  01/09/2026  |   SEGURANCA LOGIN  *
      *  011 |  ISMAEL J. BRANDAO  |  01/09/2026  |   OPERADORES       *
      *  012 |  ISMAEL J. BRANDAO  |  01/09/2026  |   HISTORICO CLIENTE*
      *  013 |  ISMAEL J. BRANDAO  |  15/10/2026  |   LOG DE ACESSOS   *
      *  014 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CONSENTIMENTO    *
      *  015 |  ISMAEL J. BRANDAO  |  15/10/2026  |   GERACOES JORNAL  *
      *  016 |  ISMAEL J. BRANDAO  |  15/10/2026  |   ENDERECOS        *
      *  017 |  ISMAEL J. BRANDAO  |  15/10/2026  |   JANELA BATCH     *
      *  018 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVACAO        *
      *  019 |  ISMAEL J. BRANDAO  |  15/10/2026  |   DEVOLUCOES       *
      *  020 |  ISMAEL J. BRANDAO  |  15/10/2026  |   JANELA NA ENTRADA*
      *  021 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CONSULTA JANELA  *
      *  022 |  ISMAEL J. BRANDAO  |  15/10/2026  |   PEDIDO UNICO     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVAR2.
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
           SELECT PARMCAD ASSIGN TO "PARMCAD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-OPR-STATUS.
           SELECT CADACES ASSIGN TO "CADACES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-ACE-STATUS.
           SELECT CADCONS ASSIGN TO "CADCONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-CON-STATUS.
           SELECT CADEND ASSIGN TO "CADEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDC-CHAVE
               FILE STATUS IS WRK-EDC-STATUS.
           SELECT CADDISP ASSIGN TO "CADDISP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-DSP-STATUS.
           SELECT CADPEND ASSIGN TO "CADPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-PND-STATUS.
           SELECT CADDEV ASSIGN TO "CADDEV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CHAVE
               FILE STATUS IS WRK-DEV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADMAST.
           COPY "CEPTAB.CPY".
       FD  CADLOG.
           COPY "CADLOG.CPY".
       FD  CATJORN.
           COPY "CADCATJ.CPY".
       FD  GERJORN.
       01  GJR-REGISTRO         PIC X(438).
       FD  PARMCAD.
       01  PRM-REGISTRO-ARQ     PIC X(127).
       FD  CADSEC.
           COPY "CADSEC.CPY".
       FD  CADOPER.
           COPY "CADOPER.CPY".
       FD  CADACES.
           COPY "CADACES.CPY".
       FD  CADCONS.
           COPY "CADCONS.CPY".
       FD  CADEND.
           COPY "CADEND.CPY".
       FD  CADDISP.
           COPY "CADDISP.CPY".
       FD  CADPEND.
           COPY "CADPEND.CPY".
       FD  CADDEV.
           COPY "CADDEV.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-CONT              PIC 9(10).
       77 WRK-ENTER             PIC X(01).
       77 WRK-HIST-POSIT        PIC S9(03) VALUE ZEROS.
       77 WRK-HIST-DESLOC       PIC 9(03) VALUE ZEROS.
       77 WRK-DIF-POS           PIC 9(02) VALUE ZEROS.
      ** GERACOES ARQUIVADAS DO JORNAL (CATALOGO CADLOG.CAT): O
      ** HISTORICO LE AS GERACOES ANTES DO JORNAL CORRENTE, PULANDO
      ** AS QUE TERMINAM ANTES DA DATA DE CADASTRO DO CLIENTE
       77 WRK-CAT-STATUS        PIC X(02) VALUE SPACES.
           88 CAT-STATUS-OK       VALUE "00".
       77 WRK-GJR-STATUS        PIC X(02) VALUE SPACES.
           88 GJR-STATUS-OK       VALUE "00".
       77 WRK-FIM-CAT-JRL       PIC X(01) VALUE 'N'.
           88 FIM-CAT-JRL          VALUE 'S'.
       77 WRK-FIM-GER-JRL       PIC X(01) VALUE 'N'.
           88 FIM-GER-JRL          VALUE 'S'.
       01 WRK-NOME-GERACAO-JRL  PIC X(20) VALUE SPACES.
       77 WRK-DIF-CAMPO         PIC X(09) VALUE SPACES.
       01 WRK-DIF-TEXTO         PIC X(56) VALUE SPACES.
      ** DESCRICAO DO MOVIMENTO DE ENDERECO ADICIONAL NO HISTORICO:
      ** QUAL ENDERECO (TIPO GRAVADO NA IMAGEM) E O QUE MUDOU NELE
       77 WRK-HIST-END-TIPO     PIC X(01) VALUE SPACES.
       01 WRK-HIST-END-DESCR    PIC X(20) VALUE SPACES.
       01 WRK-HIST-END-ACAO     PIC X(10) VALUE SPACES.
       01 WRK-TAB-HIST.
           05 WRK-HIST-ITEM OCCURS 100 TIMES.
               10 WRK-HIST-OPER     PIC X(09).
               10 WRK-HIST-HORA     PIC 9(08).
               10 WRK-HIST-PROG     PIC X(08).
               10 WRK-HIST-OPERADOR PIC X(08).
               10 WRK-HIST-APROVADOR PIC X(08).
               10 WRK-HIST-CAMPOS   PIC X(56).
       01 WRK-HIST-LINHAS.
           05 WRK-HIST-LIN01       PIC X(56).
           05 WRK-HD-PROG          PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-HD-OPERADOR      PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-HD-APROVADOR     PIC X(08).

      ** IMAGENS DO JORNAL DECODIFICADAS NO LAYOUT DO REGISTRO
      ** MESTRE, PARA A COMPARACAO CAMPO A CAMPO (O LAYOUT OFICIAL
       01 WRK-LOG-IMAGEM-ANTES  PIC X(193) VALUE SPACES.
       01 WRK-LOG-IMAGEM-DEPOIS PIC X(193) VALUE SPACES.

      ** LOG DE ACESSOS: CONSULTAS A CLIENTE E FALHAS DE ASSINATURA
      ** E DE LOGIN. O CHAMADOR PREPARA FUNCAO, CPF, RESULTADO E
      ** DETALHE ANTES DE 8910-GRAVAR-ACESSO
       77 WRK-ACE-STATUS        PIC X(02) VALUE SPACES.
           88 ACE-STATUS-OK       VALUE "00".
           88 ACE-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-ACE-FUNCAO        PIC X(03) VALUE SPACES.
       77 WRK-ACE-CPF           PIC 9(11) VALUE ZEROS.
       77 WRK-ACE-RESULTADO     PIC X(01) VALUE SPACES.
       77 WRK-ACE-DETALHE       PIC X(30) VALUE SPACES.

      ** CONSENTIMENTO DE COMUNICACAO POR CANAL (ARQUIVO CADCONS.DAT),
      ** MANTIDO PELA AREA DO CLIENTE E PELO MENU DE MANUTENCAO. AS
      ** TABELAS SEGUEM A ORDEM DOS CANAIS EM WRK-CONS-CANAIS: E-MAIL,
      ** SMS, TELEFONE E CORREIO
       77 WRK-CON-STATUS        PIC X(02) VALUE SPACES.
           88 CON-STATUS-OK       VALUE "00".
           88 CON-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-OPC17             PIC 9(01).
       77 WRK-CONS-LOOP         PIC X(01) VALUE 'N'.
           88 CONS-FIM             VALUE 'S'.
       77 WRK-CONS-IDX          PIC 9(01) VALUE 1.
       77 WRK-CONS-INVALIDO     PIC X(01) VALUE 'N'.
           88 CONS-INVALIDO        VALUE 'S'.
       77 WRK-CONS-EXISTE       PIC X(01) VALUE 'N'.
           88 CONS-EXISTE          VALUE 'S'.
       01 WRK-CONS-CANAIS-VALORES PIC X(04) VALUE 'ESTC'.
       01 WRK-CONS-CANAIS REDEFINES WRK-CONS-CANAIS-VALORES.
           05 WRK-CONS-CANAL       PIC X(01) OCCURS 4 TIMES.
       01 WRK-CONS-SITUACOES.
           05 WRK-CONS-SIT-EMAIL   PIC X(01) VALUE 'N'.
           05 WRK-CONS-SIT-SMS     PIC X(01) VALUE 'N'.
           05 WRK-CONS-SIT-TELEF   PIC X(01) VALUE 'N'.
           05 WRK-CONS-SIT-CORREIO PIC X(01) VALUE 'N'.
       01 WRK-CONS-SITUACOES-R REDEFINES WRK-CONS-SITUACOES.
           05 WRK-CONS-SIT         PIC X(01) OCCURS 4 TIMES.
       01 WRK-CONS-SIT-ANTERIORES.
           05 WRK-CONS-SIT-ANT     PIC X(01) OCCURS 4 TIMES.
       01 WRK-CONS-DATAS.
           05 WRK-CONS-DT-EMAIL    PIC X(10) VALUE SPACES.
           05 WRK-CONS-DT-SMS      PIC X(10) VALUE SPACES.
           05 WRK-CONS-DT-TELEF    PIC X(10) VALUE SPACES.
           05 WRK-CONS-DT-CORREIO  PIC X(10) VALUE SPACES.
       01 WRK-CONS-DATAS-R REDEFINES WRK-CONS-DATAS.
           05 WRK-CONS-DT          PIC X(10) OCCURS 4 TIMES.

      ** ENDERECOS ADICIONAIS DO CLIENTE (ARQUIVO CADEND.DAT), MANTIDOS
      ** PELA AREA DO CLIENTE E PELO MENU DE MANUTENCAO. AS TABELAS
      ** SEGUEM A ORDEM DOS TIPOS EM WRK-END-TIPOS: COBRANCA E ENTREGA.
      ** CEP ZERADO NA TELA SIGNIFICA CLIENTE SEM AQUELE ENDERECO
       77 WRK-EDC-STATUS        PIC X(02) VALUE SPACES.
           88 EDC-STATUS-OK       VALUE "00".
           88 EDC-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-OPC18             PIC 9(01).
       77 WRK-END-LOOP          PIC X(01) VALUE 'N'.
           88 END-FIM              VALUE 'S'.
       77 WRK-END-IDX           PIC 9(01) VALUE 1.
       77 WRK-END-INVALIDO      PIC X(01) VALUE 'N'.
           88 END-INVALIDO         VALUE 'S'.
       77 WRK-END-EXISTE        PIC X(01) VALUE 'N'.
           88 END-EXISTE           VALUE 'S'.
       01 WRK-END-TIPOS-VALORES PIC X(02) VALUE 'CE'.
       01 WRK-END-TIPOS REDEFINES WRK-END-TIPOS-VALORES.
           05 WRK-END-TIPO         PIC X(01) OCCURS 2 TIMES.
       01 WRK-END-DADOS.
           05 WRK-END-COB-CEP      PIC 9(08) VALUE ZEROS.
           05 WRK-END-COB-NUMERO   PIC X(05) VALUE SPACES.
           05 WRK-END-COB-COMPL    PIC X(30) VALUE SPACES.
           05 WRK-END-COB-ENDERECO PIC X(30) VALUE SPACES.
           05 WRK-END-COB-UF       PIC X(02) VALUE SPACES.
           05 WRK-END-ENT-CEP      PIC 9(08) VALUE ZEROS.
           05 WRK-END-ENT-NUMERO   PIC X(05) VALUE SPACES.
           05 WRK-END-ENT-COMPL    PIC X(30) VALUE SPACES.
           05 WRK-END-ENT-ENDERECO PIC X(30) VALUE SPACES.
           05 WRK-END-ENT-UF       PIC X(02) VALUE SPACES.
       01 WRK-END-DADOS-R REDEFINES WRK-END-DADOS.
           05 WRK-END-ITEM         OCCURS 2 TIMES.
               10 WRK-END-CEP      PIC 9(08).
               10 WRK-END-NUMERO   PIC X(05).
               10 WRK-END-COMPL    PIC X(30).
               10 WRK-END-ENDERECO PIC X(30).
               10 WRK-END-UF       PIC X(02).
       01 WRK-END-ANTERIORES.
           05 WRK-END-ITEM-ANT     PIC X(75) OCCURS 2 TIMES.
       01 WRK-END-CEP-ERRO.
           05 WRK-END-ERRO         PIC X(01) OCCURS 2 TIMES.
      ** IMAGENS DO MOVIMENTO DE ENDERECO NO JORNAL, SEPARADAS DAS
      ** IMAGENS DO MESTRE, QUE FICAM GUARDADAS DURANTE A SESSAO
       01 WRK-EDC-IMAGEM-ANTES  PIC X(193) VALUE SPACES.
       01 WRK-EDC-IMAGEM-DEPOIS PIC X(193) VALUE SPACES.

      ** CONTROLE DE DISPONIBILIDADE (ARQUIVO CADDISP.DAT): A SESSAO E
      ** REGISTRADA NA ENTRADA E APAGADA NA SAIDA, E AS TELAS QUE
      ** ALTERAM O CADASTRO CONSULTAM A JANELA DE BATCH ANTES DE
      ** ABRIR. O ARQUIVO SO FICA ABERTO DURANTE CADA ACESSO, PARA
      ** NAO PRENDER OS BATCHES NOTURNOS. SEM A SESSAO REGISTRADA O
      ** PROGRAMA NAO ABRE O CADASTRO E E ENCERRADO. COM UM BATCH NA
      ** JANELA NA ENTRADA A SESSAO ABRE O MESTRE SO PARA LEITURA E
      ** FICA SO COM AS CONSULTAS ATE SAIR; A ENTRADA SO E RECUSADA
      ** QUANDO A JANELA E DE UM BATCH QUE RECONSTROI O MESTRE
       77 WRK-DSP-STATUS        PIC X(02) VALUE SPACES.
           88 DSP-STATUS-OK       VALUE "00".
           88 DSP-STATUS-NAO-EXISTE VALUE "35".
       01 WRK-SESSAO-ID.
           05 WRK-SESSAO-DATA      PIC 9(08) VALUE ZEROS.
           05 WRK-SESSAO-HORA      PIC 9(08) VALUE ZEROS.
       77 WRK-SESSAO-REGISTRADA PIC X(01) VALUE 'N'.
           88 SESSAO-REGISTRADA    VALUE 'S'.
       77 WRK-SESSAO-TENTATIVAS PIC 9(02) VALUE ZEROS.
       77 WRK-JANELA-BATCH      PIC X(01) VALUE 'N'.
           88 JANELA-BATCH-ATIVA   VALUE 'S'.
       77 WRK-JANELA-PROGRAMA   PIC X(08) VALUE SPACES.
           88 JANELA-RECONSTROI-MESTRE VALUE 'CADREORG' 'CADRECOV'.
       77 WRK-ENTRADA-CONSULTA  PIC X(01) VALUE 'N'.
           88 ENTRADA-SO-CONSULTA  VALUE 'S'.

      ** APROVACAO DO SUPERVISOR (ARQUIVO CADPEND.DAT): A INATIVACAO
      ** E A ALTERACAO DE NOME OU DATA DE NASCIMENTO NA MANUTENCAO
      ** VIRAM PEDIDO PENDENTE, QUE SO CHEGA AO MESTRE QUANDO OUTRO
      ** OPERADOR COM PERFIL DE SUPERVISOR APROVA. OS PENDENTES SAO
      ** LISTADOS PAGINADOS COMO O RESULTADO DA BUSCA POR NOME. O
      ** ARQUIVO SO FICA ABERTO DURANTE CADA ACESSO, COMO O CADDISP
       77 WRK-PND-STATUS        PIC X(02) VALUE SPACES.
           88 PND-STATUS-OK       VALUE "00".
           88 PND-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-PND-TIPO          PIC X(01) VALUE SPACES.
       77 WRK-PND-GRAVADO       PIC X(01) VALUE 'N'.
           88 PND-GRAVADO          VALUE 'S'.
       77 WRK-PND-TENTATIVAS    PIC 9(02) VALUE ZEROS.
      ** UM CPF SO PODE TER UM PEDIDO PENDENTE POR VEZ: O SEGUNDO
      ** PEDIDO E RECUSADO ATE O SUPERVISOR DECIDIR O PRIMEIRO
       77 WRK-PEDIDO-EXISTENTE  PIC X(01) VALUE 'N'.
           88 PEDIDO-JA-PENDENTE   VALUE 'S'.
       77 WRK-CLIENTE-JA-INATIVO PIC X(01) VALUE 'N'.
           88 CLIENTE-JA-INATIVO   VALUE 'S'.
      ** NO JORNAL DO MOVIMENTO APROVADO O OPERADOR E QUEM PEDIU E O
      ** APROVADOR E O SUPERVISOR ASSINADO; FORA DA APROVACAO O
      ** SOLICITANTE FICA EM BRANCO E O APROVADOR TAMBEM
       77 WRK-LOG-SOLICITANTE   PIC X(08) VALUE SPACES.
       77 WRK-OPC19             PIC 9(01).
       77 WRK-OPC20             PIC 9(01).
       77 WRK-APRV-LOOP         PIC X(01) VALUE 'N'.
           88 APRV-FIM             VALUE 'S'.
       77 WRK-DECISAO-LOOP      PIC X(01) VALUE 'N'.
           88 DECISAO-FIM          VALUE 'S'.
       77 WRK-FIM-PND-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-PND-ARQ          VALUE 'S'.
       77 WRK-QTD-PND           PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PND-EXCED     PIC 9(05) VALUE ZEROS.
       77 WRK-PND-PAG           PIC 9(03) VALUE ZEROS.
       77 WRK-PND-PAGS          PIC 9(03) VALUE ZEROS.
       77 WRK-PND-BASE          PIC 9(03) VALUE ZEROS.
       77 WRK-PND-POS           PIC 9(03) VALUE ZEROS.
       77 WRK-PND-ESCOLHA       PIC 9(03) VALUE ZEROS.
       77 WRK-PND-IDX           PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-PND.
           05 WRK-PND-ITEM OCCURS 100 TIMES.
               10 WRK-PND-CHAVE-T      PIC X(16).
               10 WRK-PND-CPF-T        PIC 9(11).
               10 WRK-PND-TIPO-T       PIC X(01).
               10 WRK-PND-OPER-T       PIC X(08).
       01 WRK-PND-LINHAS.
           05 WRK-PND-LIN1         PIC X(56).
           05 WRK-PND-LIN2         PIC X(56).
           05 WRK-PND-LIN3         PIC X(56).
           05 WRK-PND-LIN4         PIC X(56).
           05 WRK-PND-LIN5         PIC X(56).
       01 WRK-PND-LINHAS-R REDEFINES WRK-PND-LINHAS.
           05 WRK-PND-LIN          PIC X(56) OCCURS 5 TIMES.
       01 WRK-PND-DETALHE.
           05 WRK-PDT-ITEM         PIC 9(01).
           05 FILLER               PIC X(01) VALUE '-'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-PDT-DATA         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-PDT-HORA         PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-PDT-CPF          PIC 9(11).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-PDT-TIPO         PIC X(09).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WRK-PDT-OPER         PIC X(08).
           05 FILLER               PIC X(06) VALUE SPACES.
      ** PEDIDO ESCOLHIDO NA TELA DE DECISAO DO SUPERVISOR
       77 WRK-APRV-CPF          PIC 9(11) VALUE ZEROS.
       77 WRK-APRV-TIPO         PIC X(09) VALUE SPACES.
       77 WRK-APRV-SOLIC        PIC X(08) VALUE SPACES.
       77 WRK-APRV-DATA         PIC X(10) VALUE SPACES.
       77 WRK-APRV-HORA         PIC X(08) VALUE SPACES.
       77 WRK-APRV-NOME-ANTES   PIC X(30) VALUE SPACES.
       77 WRK-APRV-NOME-DEPOIS  PIC X(30) VALUE SPACES.
       77 WRK-APRV-NASC-ANTES   PIC X(10) VALUE SPACES.
       77 WRK-APRV-NASC-DEPOIS  PIC X(10) VALUE SPACES.
       77 WRK-APRV-SIT-ANTES    PIC X(07) VALUE SPACES.
       77 WRK-APRV-SIT-DEPOIS   PIC X(07) VALUE SPACES.
       77 WRK-APRV-MOTIVO       PIC X(40) VALUE SPACES.

      ** CONTATOS DEVOLVIDOS PELA MALA DIRETA (ARQUIVO CADDEV.DAT,
      ** MARCADO PELO CADDEVOL): A AREA DO CLIENTE PEDE A ATUALIZACAO
      ** E A GRAVACAO DO CONTATO OU DO ENDERECO APAGA A MARCA. O
      ** ARQUIVO SO FICA ABERTO DURANTE CADA ACESSO, COMO O CADPEND
       77 WRK-DEV-STATUS        PIC X(02) VALUE SPACES.
           88 DEV-STATUS-OK       VALUE "00".
       77 WRK-FIM-DEV-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-DEV-ARQ          VALUE 'S'.
       77 WRK-DEV-CONTATO       PIC X(01) VALUE 'N'.
           88 DEV-CONTATO-PENDENTE VALUE 'S'.
       77 WRK-DEV-ENDERECO      PIC X(01) VALUE 'N'.
           88 DEV-ENDERECO-PENDENTE VALUE 'S'.
       77 WRK-MST-REGRAVADO     PIC X(01) VALUE 'N'.
           88 MST-REGRAVADO        VALUE 'S'.

      ** TABELA DE CEP X ENDERECO
       77 WRK-CEP-STATUS        PIC X(02) VALUE SPACES.
           88 CEP-STATUS-OK       VALUE "00".
                   BACKGROUND-COLOR 7.
      * linhas em cima ---
           10 LINE 01 COLUMN 40 VALUE
           '═══════════════════'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 01 COLUMN 59 VALUE
           '═══════════════════'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 01 COLUMN 78 VALUE
           '═══════════════════'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 01 COLUMN 97 VALUE
           '═'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
      *----linha 2
                   BACKGROUND-COLOR 7.

           10 LINE 24 COLUMN 40 VALUE
           '═══════════════════'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 24 COLUMN 59 VALUE
           '═══════════════════'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 24 COLUMN 78 VALUE
           '═══════════════════'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 24 COLUMN 97 VALUE
           '═╝'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
       01 LOGUIN.

           10 LINE 02 COLUMN 40 VALUE
           '                        ──────────     '
                   FOREGROUND-COLOR 7
                   BACKGROUND-COLOR 4.
           10 LINE 02 COLUMN 79 VALUE
           '                   '
                   FOREGROUND-COLOR 7
                   BACKGROUND-COLOR 4.
           10 LINE 03 COLUMN 40 VALUE
                   FOREGROUND-COLOR 7
                   BACKGROUND-COLOR 4.
           10 LINE 04 COLUMN 40 VALUE
           '                        ──────────     '
                   FOREGROUND-COLOR 7
                   BACKGROUND-COLOR 4.
           10 LINE 04 COLUMN 79 VALUE
           '                   '
                   FOREGROUND-COLOR 7
                   BACKGROUND-COLOR 4.

           10 LINE 05 COLUMN 40 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 05 COLUMN 59 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 05 COLUMN 78 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 05 COLUMN 97 VALUE
           '─'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.

                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 46 VALUE
           '┌──────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 65 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 84 VALUE
           '─────────┐'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.



           10 LINE 12 COLUMN 46 VALUE
           '└──────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 65 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 84 VALUE
           '─────────┘'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 94 VALUE
                   BACKGROUND-COLOR 7.

           10 LINE 15 COLUMN 46 VALUE
           '┌──────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 65 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 84 VALUE
           '─────────┐'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.



           10 LINE 17 COLUMN 46 VALUE
           '└──────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 65 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 84 VALUE
           '─────────┘'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.

              'Parametros gravados com sucesso'
              FOREGROUND-COLOR 2
              BACKGROUND-COLOR 7.
           05 CAD-EXCLUSAO-PENDENTE.
               10 LINE 12 COLUMN 40 VALUE
              'Inativacao enviada para aprovacao'
              FOREGROUND-COLOR 2
              BACKGROUND-COLOR 7.
           05 CAD-ERRO-JA-INATIVO.
               10 LINE 12 COLUMN 40 VALUE
              'Cliente ja esta inativo'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 CAD-ERRO-PEDIDO-PENDENTE.
               10 LINE 12 COLUMN 40 VALUE
              'Ja existe pedido pendente para este cliente'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 LOG-ERRO-CONTA-BLOQUEADA.
               10 LINE 18 COLUMN 46 VALUE
              'Cadastro bloqueado por tentativas, aguarde'
              'HISTORICO LONGO, MOVIMENTOS ANTIGOS OMITIDOS'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 CON-ERRO-SITUACAO.
               10 LINE 18 COLUMN 40 VALUE
              'Informe S ou N para cada canal'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 CON-GRAVADO-OK.
               10 LINE 18 COLUMN 40 VALUE
              'Consentimentos gravados com sucesso'
              FOREGROUND-COLOR 2
              BACKGROUND-COLOR 7.
           05 EDC-ERRO-CEP-COBRANCA.
               10 LINE 17 COLUMN 40 VALUE
              'CEP de cobranca nao encontrado'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 EDC-ERRO-CEP-ENTREGA.
               10 LINE 18 COLUMN 40 VALUE
              'CEP de entrega nao encontrado'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 EDC-GRAVADO-OK.
               10 LINE 18 COLUMN 40 VALUE
              'Enderecos gravados com sucesso'
              FOREGROUND-COLOR 2
              BACKGROUND-COLOR 7.
           05 SIS-EM-PROCESSAMENTO.
               10 LINE 13 COLUMN 40 VALUE
              'SISTEMA EM PROCESSAMENTO, APENAS CONSULTAS'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 SIS-MESTRE-EM-RECONSTRUCAO.
               10 LINE 13 COLUMN 40 VALUE
              'CADASTRO EM RECONSTRUCAO, TENTE MAIS TARDE'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 SIS-SESSAO-NAO-REGISTRADA.
               10 LINE 13 COLUMN 40 VALUE
              'SESSAO NAO REGISTRADA NO CADDISP, STATUS'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
               10 LINE 13 COLUMN 81 FROM WRK-DSP-STATUS
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 SIS-ERRO-CADASTRO.
               10 LINE 13 COLUMN 40 VALUE
              'CADASTRO INDISPONIVEL, STATUS'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
               10 LINE 13 COLUMN 70 FROM WRK-CAD-STATUS
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 CAD-ALTERACAO-PENDENTE.
               10 LINE 12 COLUMN 40 VALUE
              'Nome/nascimento enviados para aprovacao'
              FOREGROUND-COLOR 2
              BACKGROUND-COLOR 7.
           05 APR-SEM-PENDENCIAS.
               10 LINE 12 COLUMN 40 VALUE
              'Nenhum pedido pendente de aprovacao'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 APR-AVISO-LISTA-CHEIA.
               10 LINE 18 COLUMN 40 VALUE
              'MAIS DE 100 PEDIDOS, DECIDA OS MAIS ANTIGOS'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 APR-ERRO-MOTIVO.
               10 LINE 18 COLUMN 40 VALUE
              'Informe o motivo da decisao'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 APR-ERRO-PROPRIO.
               10 LINE 18 COLUMN 40 VALUE
              'Quem pediu nao pode aprovar o proprio pedido'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 APR-ERRO-DESATUALIZADO.
               10 LINE 18 COLUMN 40 VALUE
              'Cadastro mudou desde o pedido, rejeite-o'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 APR-ERRO-GRAVACAO.
               10 LINE 18 COLUMN 40 VALUE
              'Erro ao gravar o cadastro, tente novamente'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 APR-APROVADO-OK.
               10 LINE 18 COLUMN 40 VALUE
              'Pedido aprovado e gravado no cadastro'
              FOREGROUND-COLOR 2
              BACKGROUND-COLOR 7.
           05 APR-REJEITADO-OK.
               10 LINE 18 COLUMN 40 VALUE
              'Pedido rejeitado'
              FOREGROUND-COLOR 2
              BACKGROUND-COLOR 7.
           05 DEV-AVISO-CONTATO.
               10 LINE 19 COLUMN 40 VALUE
              'Contato devolvido, atualize pela opcao 2'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.
           05 DEV-AVISO-ENDERECO.
               10 LINE 19 COLUMN 40 VALUE
              'Endereco devolvido, atualize pela opcao 4'
              FOREGROUND-COLOR 4
              BACKGROUND-COLOR 7.

       01 PRENCHIMENTO-LINHA.
           05 LINE 2 COLUMN 40 VALUE
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 40 VALUE
           '┌──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 59 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 78 VALUE
           '─────────────────┐'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 40 VALUE
           '│                                                      '
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 95 VALUE
           '│'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 40 VALUE
           '└──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 59 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 78 VALUE
           '─────────────────┘'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 41 USING CAD-NOME
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 71 VALUE
           '┌──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 90 VALUE
           '─────┐'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 71 VALUE
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 71 VALUE
           '└──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 90 VALUE
           '─────┘'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 72 USING CAD-CPF
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 16 COLUMN 45 VALUE
           '┌──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 16 COLUMN 64 VALUE
           '─────┐'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 45 VALUE
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 18 COLUMN 45 VALUE
           '└──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 18 COLUMN 64 VALUE
           '─────┘'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 46 USING TEL-NUMERO
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 40 VALUE
           '┌──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 59 VALUE
           '─────┐'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 40 VALUE
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 40 VALUE
           '└──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 59 VALUE
           '─────┘'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 41 USING CAD-CEP
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 40 VALUE
           '┌──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 59 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 78 VALUE
           '─────────────────┐'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 40 VALUE
           '│                                                      '
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 95 VALUE
           '│'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 40 VALUE
           '└──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 59 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 78 VALUE
           '─────────────────┘'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 41 FROM CAD-ENDERECO
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 16 COLUMN 40 VALUE
           '┌──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 16 COLUMN 59 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 16 COLUMN 78 VALUE
           '─────────────────┐'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 40 VALUE
           '│                                                      '
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 95 VALUE
           '│'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 18 COLUMN 40 VALUE
           '└──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 18 COLUMN 59 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 18 COLUMN 78 VALUE
           '─────────────────┘'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 41 USING CAD-COMPLEMENTO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 40 VALUE
           '┌──────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 59 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 78 VALUE
           '─────────────────┐'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 40 VALUE
           '│                                                      '
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 95 VALUE
           '│'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 40 VALUE
           '└──────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 59 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 78 VALUE
           '─────────────────┘'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 41 USING  CAD-EMAIL
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 40 VALUE
           '┌──────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 59 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 78 VALUE
           '─────────────────┐'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 14 COLUMN 40 VALUE
           '│                                                      '
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 14 COLUMN 95 VALUE
           '│'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 40 VALUE
           '└──────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 59 VALUE
           '───────────────────'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 78 VALUE
           '─────────────────┘'
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 14 COLUMN 41 USING  CAD-SENHA
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 56 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 75 VALUE
           '───'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 40 VALUE
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 40 VALUE
           '┌──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 59 VALUE
           '─────┐'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 40 VALUE
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 40 VALUE
           '└──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 59 VALUE
           '─────┘'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 41 USING WRK-MANUT-CPF
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 56 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 75 VALUE
           '───────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 40 VALUE
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 40 VALUE
           '┌──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 59 VALUE
           '────────────┐'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 40 VALUE
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 40 VALUE
           '└──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 59 VALUE
           '────────────┘'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 41 USING WRK-BUSCA-NOME
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 54 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 73 VALUE
           '───────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 40 VALUE
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 40 VALUE
           '┌──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 59 VALUE
           '────────────┐'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 40 VALUE
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 14 COLUMN 40 VALUE
           '└──────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 14 COLUMN 59 VALUE
           '────────────┘'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 41 USING WRK-OPER-SENHA-DIG
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 56 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 75 VALUE
           '───'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 40 VALUE
           '3 - OPERADORES'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 22 COLUMN 41 VALUE
           '4 - APROVACOES'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.

       01 OPER-ADMIN.
           10 LINE 2 COLUMN 54 VALUE
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 54 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 73 VALUE
           '────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 40 VALUE
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 56 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 75 VALUE
           '───'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 40 VALUE
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 56 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 75 VALUE
           '───'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 40 VALUE
           '5 - HISTORICO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 23 COLUMN 41 VALUE
           '6 - CONSENTIMENTOS'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 23 COLUMN 70 VALUE
           '7 - ENDERECOS'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.

       01 CLIENTE-AREA.
           10 LINE 2 COLUMN 56 VALUE
           '2 - ALTERAR CONTATO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 22 COLUMN 41 VALUE
           '3 - CONSENTIMENTOS'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 22 COLUMN 70 VALUE
           '4 - ENDERECOS'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.

       01 CLIENTE-CONTATO.
           10 LINE 2 COLUMN 56 VALUE
           'ALTERAR CONTATO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 56 VALUE
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.

       01 CLIENTE-CONSENTIMENTO.
           10 LINE 2 COLUMN 50 VALUE
           'CONSENTIMENTO DE COMUNICACAO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 50 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 69 VALUE
           '─────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 40 VALUE
           'CPF'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 44 FROM WRK-CPF-ORIGINAL-MANUT
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 40 VALUE
           'CANAL'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 60 VALUE
           'ACEITA (S/N)'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 76 VALUE
           'DECIDIDO EM'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 40 VALUE
           'E-MAIL'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 65 USING WRK-CONS-SIT-EMAIL
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 76 FROM WRK-CONS-DT-EMAIL
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 40 VALUE
           'SMS'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 65 USING WRK-CONS-SIT-SMS
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 76 FROM WRK-CONS-DT-SMS
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 40 VALUE
           'TELEFONE'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 65 USING WRK-CONS-SIT-TELEF
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 76 FROM WRK-CONS-DT-TELEF
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 40 VALUE
           'CORREIO (CARTA)'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 65 USING WRK-CONS-SIT-CORREIO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 76 FROM WRK-CONS-DT-CORREIO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 20 COLUMN 63 VALUE
           'OPCAO ___'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 20 COLUMN 70 USING WRK-OPC17
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 21 COLUMN 41 VALUE
           '1 - VOLTAR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 21 COLUMN 70 VALUE
           '2 - GRAVAR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.

       01 CLIENTE-ENDERECOS.
           10 LINE 2 COLUMN 52 VALUE
           'ENDERECOS DE COBRANCA E ENTREGA'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 52 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 71 VALUE
           '────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 40 VALUE
           'CPF'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 44 FROM WRK-CPF-ORIGINAL-MANUT
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 60 VALUE
           'CEP ZERADO = SEM ENDERECO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 40 VALUE
           'COBRANCA'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 40 VALUE
           'CEP'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 40 USING WRK-END-COB-CEP
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 52 VALUE
           'NUMERO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 52 USING WRK-END-COB-NUMERO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 62 VALUE
           'COMPLEMENTO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 62 USING WRK-END-COB-COMPL
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 40 FROM WRK-END-COB-ENDERECO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 75 FROM WRK-END-COB-UF
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 12 COLUMN 40 VALUE
           'ENTREGA'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 40 VALUE
           'CEP'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 14 COLUMN 40 USING WRK-END-ENT-CEP
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 52 VALUE
           'NUMERO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 14 COLUMN 52 USING WRK-END-ENT-NUMERO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 62 VALUE
           'COMPLEMENTO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 14 COLUMN 62 USING WRK-END-ENT-COMPL
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 40 FROM WRK-END-ENT-ENDERECO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 75 FROM WRK-END-ENT-UF
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 20 COLUMN 63 VALUE
           'OPCAO ___'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 20 COLUMN 70 USING WRK-OPC18
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 21 COLUMN 41 VALUE
           '1 - VOLTAR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 21 COLUMN 70 VALUE
           '2 - GRAVAR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.

       01 MANUT-HISTORICO.
           10 LINE 2 COLUMN 55 VALUE
           'HISTORICO DO CLIENTE'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 55 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 74 VALUE
           '──'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 4 COLUMN 40 VALUE
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.

       01 APRV-LISTA.
           10 LINE 2 COLUMN 55 VALUE
           'APROVACOES PENDENTES'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 55 VALUE
           '───────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 74 VALUE
           '─'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 40 VALUE
           'NR DATA       HORA  CPF         PEDIDO    OPERADOR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 7 COLUMN 40 FROM WRK-PND-LIN1
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 40 FROM WRK-PND-LIN2
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 40 FROM WRK-PND-LIN3
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 13 COLUMN 40 FROM WRK-PND-LIN4
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 40 FROM WRK-PND-LIN5
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 40 VALUE
           'PAGINA'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 47 FROM WRK-PND-PAG
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 51 VALUE
           'DE'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 17 COLUMN 54 FROM WRK-PND-PAGS
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 20 COLUMN 63 VALUE
           'OPCAO ___'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 20 COLUMN 70 USING WRK-OPC19
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 21 COLUMN 41 VALUE
           '1 A 5 - SELECIONA PEDIDO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 21 COLUMN 70 VALUE
           '6 - VOLTAR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 22 COLUMN 41 VALUE
           '7 - PAGINA ANTERIOR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 22 COLUMN 70 VALUE
           '8 - PROXIMA PAGINA'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.

       01 APRV-DETALHE.
           10 LINE 2 COLUMN 56 VALUE
           'DECISAO DO PEDIDO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 3 COLUMN 56 VALUE
           '─────────────────'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 40 VALUE
           'CPF'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 44 FROM WRK-APRV-CPF
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 57 VALUE
           'PEDIDO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 5 COLUMN 64 FROM WRK-APRV-TIPO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 40 VALUE
           'PEDIDO POR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 51 FROM WRK-APRV-SOLIC
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 60 VALUE
           'EM'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 63 FROM WRK-APRV-DATA
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 6 COLUMN 74 FROM WRK-APRV-HORA
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 40 VALUE
           'NOME ANTES'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 8 COLUMN 52 FROM WRK-APRV-NOME-ANTES
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 40 VALUE
           'NOME DEPOIS'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 9 COLUMN 52 FROM WRK-APRV-NOME-DEPOIS
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 40 VALUE
           'NASC. ANTES'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 52 FROM WRK-APRV-NASC-ANTES
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 64 VALUE
           'DEPOIS'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 10 COLUMN 71 FROM WRK-APRV-NASC-DEPOIS
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 40 VALUE
           'SITUACAO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 52 FROM WRK-APRV-SIT-ANTES
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 64 VALUE
           'DEPOIS'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 11 COLUMN 71 FROM WRK-APRV-SIT-DEPOIS
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 14 COLUMN 40 VALUE
           'CAMPOS ALTERADOS'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 15 COLUMN 40 FROM WRK-DIF-TEXTO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 16 COLUMN 40 VALUE
           'MOTIVO'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 16 COLUMN 47 USING WRK-APRV-MOTIVO
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 20 COLUMN 63 VALUE
           'OPCAO ___'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 20 COLUMN 70 USING WRK-OPC20
                   FOREGROUND-COLOR 0
                   BACKGROUND-COLOR 7.
           10 LINE 21 COLUMN 41 VALUE
           '1 - VOLTAR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 21 COLUMN 56 VALUE
           '2 - APROVAR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.
           10 LINE 21 COLUMN 75 VALUE
           '3 - REJEITAR'
                 FOREGROUND-COLOR 0
                 BACKGROUND-COLOR 7.

       01 TROCA-SENHA.
           10 LINE 2 COLUMN 58 VALUE
           'TROCA DE SENHA'

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               PERFORM 1950-REGISTRAR-SESSAO.
               PERFORM 1960-VERIFICAR-JANELA-BATCH.
               IF JANELA-BATCH-ATIVA
                   IF JANELA-RECONSTROI-MESTRE
                       DISPLAY SIS-MESTRE-EM-RECONSTRUCAO
                       PERFORM 1990-ENCERRAR-ENTRADA
                   END-IF
                   SET ENTRADA-SO-CONSULTA TO TRUE
                   DISPLAY SIS-EM-PROCESSAMENTO
                   ACCEPT WRK-ENTER
               END-IF.
               PERFORM 1900-ABRIR-ARQUIVO-CADASTRO.
               PERFORM 1910-ABRIR-ARQUIVO-CEP.
               PERFORM 1920-ABRIR-ARQUIVO-JORNAL.
               PERFORM 1923-ABRIR-ARQUIVO-ACESSOS.
               PERFORM 1924-ABRIR-ARQUIVO-CONSENT.
               PERFORM 1926-ABRIR-ARQUIVO-ENDERECOS.
               PERFORM 1925-ABRIR-ARQUIVO-SEGURANCA.
               PERFORM 1927-ABRIR-ARQUIVO-OPERADORES.
               PERFORM 1930-CARREGAR-PARAMETROS.
               PERFORM 10000-FINALIZAR.
           1900-ABRIR-ARQUIVO-CADASTRO.
      *** ABRE O MESTRE DE CLIENTES EM I-O, CRIANDO O ARQUIVO NA
      *** PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (STATUS 35). NA
      *** ENTRADA SO PARA CONSULTA O MESTRE E ABERTO PARA LEITURA.
      *** SEM O MESTRE ABERTO NAO HA COMO ATENDER E O PROGRAMA E
      *** ENCERRADO
             IF ENTRADA-SO-CONSULTA
                 OPEN INPUT CADMAST
             ELSE
                 OPEN I-O CADMAST
                 IF CAD-STATUS-NAO-EXISTE
                     OPEN OUTPUT CADMAST
                     CLOSE CADMAST
                     OPEN I-O CADMAST
                 END-IF
             END-IF
             IF NOT CAD-STATUS-OK
                 DISPLAY SIS-ERRO-CADASTRO
                 PERFORM 1990-ENCERRAR-ENTRADA
             END-IF.
           1910-ABRIR-ARQUIVO-CEP.
      *** ABRE A TABELA DE CEP EM MODO SOMENTE LEITURA. A TABELA E
             END-IF.
           1920-ABRIR-ARQUIVO-JORNAL.
      *** ABRE O JORNAL DE MOVIMENTOS EM EXTEND, CRIANDO O ARQUIVO NA
      *** PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (STATUS 35). NA
      *** ENTRADA SO PARA CONSULTA NADA E GRAVADO E O JORNAL SO E
      *** ABERTO NA LEITURA DO HISTORICO
             IF NOT ENTRADA-SO-CONSULTA
                 OPEN EXTEND CADLOG
                 IF LOG-STATUS-NAO-EXISTE
                     OPEN OUTPUT CADLOG
                     CLOSE CADLOG
                     OPEN EXTEND CADLOG
                 END-IF
             END-IF.
           1923-ABRIR-ARQUIVO-ACESSOS.
      *** ABRE O LOG DE ACESSOS EM EXTEND, CRIANDO O ARQUIVO NA
      *** PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (STATUS 35)
             OPEN EXTEND CADACES
             IF ACE-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADACES
                 CLOSE CADACES
                 OPEN EXTEND CADACES
             END-IF.
           1924-ABRIR-ARQUIVO-CONSENT.
      *** ABRE O CADASTRO DE CONSENTIMENTO EM I-O, CRIANDO O ARQUIVO
      *** NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA (STATUS 35).
      *** SO A TELA DE CONSENTIMENTO USA O ARQUIVO, E ELA FICA
      *** FECHADA NA ENTRADA SO PARA CONSULTA
             IF NOT ENTRADA-SO-CONSULTA
                 OPEN I-O CADCONS
                 IF CON-STATUS-NAO-EXISTE
                     OPEN OUTPUT CADCONS
                     CLOSE CADCONS
                     OPEN I-O CADCONS
                 END-IF
             END-IF.
           1925-ABRIR-ARQUIVO-SEGURANCA.
      *** ABRE O ARQUIVO DE SEGURANCA DO LOGIN EM I-O, CRIANDO O
                 CLOSE CADSEC
                 OPEN I-O CADSEC
             END-IF.
           1926-ABRIR-ARQUIVO-ENDERECOS.
      *** ABRE O CADASTRO DE ENDERECOS ADICIONAIS EM I-O, CRIANDO O
      *** ARQUIVO NA PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA. SO A
      *** TELA DE ENDERECOS USA O ARQUIVO, E ELA FICA FECHADA NA
      *** ENTRADA SO PARA CONSULTA
             IF NOT ENTRADA-SO-CONSULTA
                 OPEN I-O CADEND
                 IF EDC-STATUS-NAO-EXISTE
                     OPEN OUTPUT CADEND
                     CLOSE CADEND
                     OPEN I-O CADEND
                 END-IF
             END-IF.
           1927-ABRIR-ARQUIVO-OPERADORES.
      *** ABRE O ARQUIVO DE OPERADORES EM I-O, CRIANDO O ARQUIVO NA
      *** PRIMEIRA EXECUCAO CASO AINDA NAO EXISTA, E GARANTE A CONTA
             MOVE PRM-REGISTRO TO PRM-REGISTRO-ARQ
             WRITE PRM-REGISTRO-ARQ
             CLOSE PARMCAD.
      *** REGISTRA A SESSAO ONLINE NO CONTROLE DE DISPONIBILIDADE,
      *** COM A DATA/HORA DE ENTRADA COMO IDENTIFICACAO. ENQUANTO O
      *** REGISTRO EXISTIR NENHUM BATCH DE ATUALIZACAO COMECA. DUAS
      *** SESSOES NO MESMO CENTESIMO TENTAM DE NOVO COM OUTRA HORA.
      *** SESSAO QUE NAO CONSEGUE SE REGISTRAR NAO SEGURA OS BATCHES
      *** E POR ISSO NAO PODE SEGUIR: O PROGRAMA E ENCERRADO
           1950-REGISTRAR-SESSAO.
             OPEN I-O CADDISP
             IF DSP-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADDISP
                 CLOSE CADDISP
                 OPEN I-O CADDISP
             END-IF
             IF DSP-STATUS-OK
                 MOVE ZEROS TO WRK-SESSAO-TENTATIVAS
                 PERFORM UNTIL SESSAO-REGISTRADA OR
                               WRK-SESSAO-TENTATIVAS > 9
                     ADD 1 TO WRK-SESSAO-TENTATIVAS
                     ACCEPT WRK-SESSAO-DATA FROM DATE YYYYMMDD
                     ACCEPT WRK-SESSAO-HORA FROM TIME
                     SET DSP-TIPO-SESSAO TO TRUE
                     MOVE WRK-SESSAO-ID   TO DSP-ID
                     MOVE 'PROGVAR2'      TO DSP-PROGRAMA
                     MOVE SPACES          TO DSP-OPERADOR
                     MOVE WRK-SESSAO-DATA TO DSP-DATA-INICIO
                     MOVE WRK-SESSAO-HORA TO DSP-HORA-INICIO
                     WRITE DSP-REGISTRO
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             SET SESSAO-REGISTRADA TO TRUE
                     END-WRITE
                 END-PERFORM
                 CLOSE CADDISP
             END-IF
             IF NOT SESSAO-REGISTRADA
                 DISPLAY SIS-SESSAO-NAO-REGISTRADA
                 PERFORM 1990-ENCERRAR-ENTRADA
             END-IF.

      *** GRAVA NA SESSAO O OPERADOR QUE ACABOU DE ASSINAR, PARA A
      *** OPERACAO SABER DE QUEM E A SESSAO QUE SEGURA O BATCH
           1955-ATUALIZAR-SESSAO.
             IF SESSAO-REGISTRADA
                 OPEN I-O CADDISP
                 IF DSP-STATUS-OK
                     SET DSP-TIPO-SESSAO TO TRUE
                     MOVE WRK-SESSAO-ID TO DSP-ID
                     READ CADDISP KEY IS DSP-CHAVE
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             MOVE WRK-OPERADOR-LOGADO TO DSP-OPERADOR
                             REWRITE DSP-REGISTRO
                                 INVALID KEY
                                     CONTINUE
                             END-REWRITE
                     END-READ
                     CLOSE CADDISP
                 END-IF
             END-IF.

      *** CONSULTA A JANELA DE ATUALIZACAO DOS BATCHES. COM A JANELA
      *** ABERTA AS TELAS QUE ALTERAM O CADASTRO FICAM BLOQUEADAS E
      *** SO AS CONSULTAS SEGUEM LIBERADAS. A SESSAO QUE ENTROU SO
      *** PARA CONSULTA TEM OS ARQUIVOS ABERTOS PARA LEITURA E FICA
      *** BLOQUEADA ATE SAIR, MESMO DEPOIS DE O BATCH TERMINAR
           1960-VERIFICAR-JANELA-BATCH.
             MOVE 'N' TO WRK-JANELA-BATCH
             MOVE SPACES TO WRK-JANELA-PROGRAMA
             OPEN INPUT CADDISP
             IF DSP-STATUS-OK
                 SET DSP-TIPO-JANELA TO TRUE
                 SET DSP-ID-JANELA   TO TRUE
                 READ CADDISP KEY IS DSP-CHAVE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET JANELA-BATCH-ATIVA TO TRUE
                         MOVE DSP-PROGRAMA TO WRK-JANELA-PROGRAMA
                 END-READ
                 CLOSE CADDISP
             END-IF
             IF ENTRADA-SO-CONSULTA
                 SET JANELA-BATCH-ATIVA TO TRUE
             END-IF.

      *** APAGA O REGISTRO DA SESSAO NA SAIDA DO PROGRAMA, LIBERANDO
      *** OS BATCHES DE ATUALIZACAO
           1970-ENCERRAR-SESSAO.
             IF SESSAO-REGISTRADA
                 OPEN I-O CADDISP
                 IF DSP-STATUS-OK
                     SET DSP-TIPO-SESSAO TO TRUE
                     MOVE WRK-SESSAO-ID TO DSP-ID
                     DELETE CADDISP RECORD
                         INVALID KEY
                             CONTINUE
                     END-DELETE
                     CLOSE CADDISP
                 END-IF
                 MOVE 'N' TO WRK-SESSAO-REGISTRADA
             END-IF.

      *** ENCERRA O PROGRAMA NA ENTRADA, ANTES DE ABRIR OS ARQUIVOS,
      *** DEPOIS QUE O OPERADOR LE A MENSAGEM. A SESSAO, SE CHEGOU A
      *** SER REGISTRADA, E APAGADA PARA NAO PRENDER OS BATCHES
           1990-ENCERRAR-ENTRADA.
             ACCEPT WRK-ENTER
             PERFORM 1970-ENCERRAR-SESSAO
             STOP RUN.

           1000-LOGUIN.
             MOVE 0 TO WRK-CONT
             PERFORM UNTIL FIM-LOOP
                     PERFORM 10000-FINALIZAR
                         SET FIM-LOOP TO TRUE
                   WHEN 2
                     PERFORM 1960-VERIFICAR-JANELA-BATCH
                     IF JANELA-BATCH-ATIVA
                         DISPLAY SIS-EM-PROCESSAMENTO
                         ACCEPT WRK-ENTER
                     ELSE
                         PERFORM 2000-CADASTRO-CLIENTE
                     END-IF
                   WHEN 3
                     PERFORM 3000-ENTROU-PAG
                   WHEN 4
                                   DISPLAY CAD-ERRO-EMAIL2
                                   ADD 1 TO WRK-CONT
                               ELSE
                                   PERFORM
                                       8210-VERIFICAR-EMAIL-DUPLICADO
                                   IF EMAIL-JA-CADASTRADO AND
                                      (MODO-INCLUSAO OR
                                       WRK-EMAIL-DUPLICADO-CPF NOT =
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
                         (CAD-CPF-D(WRK-CPF-POS) * WRK-CPF-PESO)
             END-IF
             SUBTRACT 1 FROM WRK-CPF-PESO.

           9000-CALCULAR-HASH-SENHA.
             MOVE 0 TO WRK-HASH-SENHA
             PERFORM 9010-ACUMULAR-HASH-SENHA
                 VARYING WRK-HASH-POS FROM 1 BY 1
                 UNTIL WRK-HASH-POS > 30.

      *** ACUMULA NO HASH O VALOR PONDERADO DE CADA CARACTERE DA SENHA
           9010-ACUMULAR-HASH-SENHA.
             MOVE WRK-SENHA-VERIFICAR(WRK-HASH-POS:1) TO WRK-HASH-CHAR
             COMPUTE WRK-HASH-SENHA =
                 WRK-HASH-SENHA +
                     (WRK-HASH-CHAR-VALOR * WRK-HASH-POS) + 1.

      *** CONVERTE A DATA AAAAMMDD EM WRK-DCOR-DATA PARA DIAS
      *** CORRIDOS EM WRK-DCOR-DIAS, CONSIDERANDO ANOS BISSEXTOS,
             MOVE LOG-EMAIL TO MST-EMAIL
             READ CADMAST KEY IS MST-EMAIL
                 INVALID KEY
                     MOVE ZEROS     TO WRK-ACE-CPF
                     MOVE LOG-EMAIL TO WRK-ACE-DETALHE
                     PERFORM 3095-REGISTRAR-FALHA-LOGIN
                     ACCEPT LIMPA-TELA
                     DISPLAY LINHA-TELA
                     DISPLAY LOG-ERRO-EMAIL-NAO-ACHADO
                     ACCEPT WRK-ENTER
                 NOT INVALID KEY
                     IF MST-INATIVO
                         MOVE MST-CPF TO WRK-ACE-CPF
                         MOVE 'CADASTRO INATIVO' TO WRK-ACE-DETALHE
                         PERFORM 3095-REGISTRAR-FALHA-LOGIN
                         ACCEPT LIMPA-TELA
                         DISPLAY LINHA-TELA
                         DISPLAY LOG-ERRO-CADASTRO-INATIVO
                         PERFORM 3020-LER-SEGURANCA-CLIENTE
                         PERFORM 3030-VERIFICAR-BLOQUEIO
                         IF LOGIN-BLOQUEADO
                             MOVE MST-CPF TO WRK-ACE-CPF
                             MOVE 'CONTA BLOQUEADA' TO WRK-ACE-DETALHE
                             PERFORM 3095-REGISTRAR-FALHA-LOGIN
                             ACCEPT LIMPA-TELA
                             DISPLAY LINHA-TELA
                             DISPLAY LOG-ERRO-CONTA-BLOQUEADA
             IF WRK-HASH-SENHA = MST-SENHA-HASH
                 PERFORM 3050-REGISTRAR-ACERTO-SENHA
                 PERFORM 3060-VERIFICAR-VALIDADE-SENHA
      *** A TROCA DE SENHA GRAVA O MESTRE: COM O BATCH NA JANELA O
      *** CLIENTE DE SENHA VENCIDA ESPERA O FIM DO PROCESSAMENTO
                 IF SENHA-VENCIDA
                     PERFORM 1960-VERIFICAR-JANELA-BATCH
                     IF JANELA-BATCH-ATIVA
                         ACCEPT LIMPA-TELA
                         DISPLAY LINHA-TELA
                         DISPLAY SIS-EM-PROCESSAMENTO
                         ACCEPT WRK-ENTER
                     ELSE
                         PERFORM 3070-TELA-TROCAR-SENHA
                     END-IF
                 END-IF
                 IF NOT SENHA-VENCIDA OR SENHA-TROCADA
                     MOVE CAD-MASTER-REC TO WRK-LOG-IMAGEM-ANTES
                 END-IF
             ELSE
                 PERFORM 3040-REGISTRAR-FALHA-SENHA
                 MOVE MST-CPF TO WRK-ACE-CPF
                 MOVE 'SENHA INCORRETA' TO WRK-ACE-DETALHE
                 PERFORM 3095-REGISTRAR-FALHA-LOGIN
                 ACCEPT LIMPA-TELA
                 DISPLAY LINHA-TELA
                 IF SEC-CONTA-BLOQUEADA
                 END-WRITE
             END-IF.

      *** REGISTRA NO LOG DE ACESSOS A TENTATIVA DE LOGIN DO CLIENTE
      *** RECUSADA. O CHAMADOR INFORMA O CPF (ZERO SE O E-MAIL NAO
      *** FOI ENCONTRADO) E O MOTIVO EM WRK-ACE-DETALHE
           3095-REGISTRAR-FALHA-LOGIN.
             MOVE 'CLI' TO WRK-ACE-FUNCAO
             MOVE 'F'   TO WRK-ACE-RESULTADO
             PERFORM 8910-GRAVAR-ACESSO.

      *** AREA DO CLIENTE LOGADO: EXIBE OS DADOS DO PROPRIO CADASTRO
      *** E PERMITE ALTERAR OS DADOS DE CONTATO SEM PASSAR PELA
      *** MANUTENCAO DO OPERADOR
               ACCEPT LIMPA-TELA
               DISPLAY PRENCHIMENTO-LINHA
               DISPLAY LINHA-TELA
      *** CONTATO DEVOLVIDO PELA MALA DIRETA: O CLIENTE E AVISADO A
      *** CADA VOLTA AO MENU ATE ATUALIZAR O QUE FOI DEVOLVIDO
               PERFORM 3120-VERIFICAR-DEVOLUCOES
               IF DEV-CONTATO-PENDENTE
                   DISPLAY DEV-AVISO-CONTATO
               ELSE
                   IF DEV-ENDERECO-PENDENTE
                       DISPLAY DEV-AVISO-ENDERECO
                   END-IF
               END-IF
               ACCEPT CLIENTE-AREA
      *** CONTATO, CONSENTIMENTOS E ENDERECOS GRAVAM O CADASTRO E
      *** FICAM BLOQUEADOS COM O BATCH NA JANELA
               IF WRK-OPC7 = 2 OR WRK-OPC7 = 3 OR WRK-OPC7 = 4
                   PERFORM 1960-VERIFICAR-JANELA-BATCH
                   IF JANELA-BATCH-ATIVA
                       DISPLAY SIS-EM-PROCESSAMENTO
                       MOVE 0 TO WRK-OPC7
                   END-IF
               END-IF
               EVALUATE WRK-OPC7
                   WHEN 1
                       SET AREA-CLI-FIM TO TRUE
                   WHEN 2
                       PERFORM 3110-TELA-ALTERAR-CONTATO
                   WHEN 3
                       PERFORM 4600-TELA-CONSENTIMENTO
                   WHEN 4
                       PERFORM 4700-TELA-ENDERECOS
                   WHEN OTHER
                       ACCEPT WRK-ENTER
               END-EVALUATE
      *** TELEFONE, CEP/NUMERO/COMPLEMENTO (ENDERECO E UF SAEM DA
      *** TABELA DE CEP) E E-MAIL, COM AS MESMAS CRITICAS DAS TELAS
      *** DE CADASTRO. A GRAVACAO REAPROVEITA 8000-GRAVAR-CADASTRO
      *** EM MODO ALTERACAO, PRESERVANDO SENHA E DATA DE CADASTRO.
      *** A GRAVACAO APAGA AS MARCAS DE DEVOLUCAO DO E-MAIL E DO
      *** ENDERECO RESIDENCIAL
           3110-TELA-ALTERAR-CONTATO.
             MOVE 'N' TO WRK-CONTATO-LOOP
             PERFORM UNTIL CONTATO-FIM
                                   DISPLAY CAD-ERRO-EMAIL2
                                   ADD 1 TO WRK-CONT
                               ELSE
                                   PERFORM
                                       8210-VERIFICAR-EMAIL-DUPLICADO
                                   IF EMAIL-JA-CADASTRADO AND
                                      WRK-EMAIL-DUPLICADO-CPF NOT =
                                          WRK-CPF-ORIGINAL-MANUT
                       PERFORM 8000-GRAVAR-CADASTRO
                       MOVE 'I' TO WRK-MODO-CADASTRO
                       MOVE CAD-MASTER-REC TO WRK-LOG-IMAGEM-ANTES
                       IF MST-REGRAVADO
                           PERFORM 3130-LIMPAR-DEVOLUCOES-CONTATO
                       END-IF
                       SET CONTATO-FIM TO TRUE
                   ELSE
                       ACCEPT WRK-ENTER
               END-IF
             END-PERFORM.

      *** PROCURA AS MARCAS DE DEVOLUCAO DO CLIENTE LOGADO: E-MAIL OU
      *** ENDERECO RESIDENCIAL SE ATUALIZAM NA TELA DE CONTATO, OS
      *** ENDERECOS DE COBRANCA E ENTREGA NA TELA DE ENDERECOS. SEM
      *** O ARQUIVO NENHUM CONTATO FOI DEVOLVIDO
           3120-VERIFICAR-DEVOLUCOES.
             MOVE 'N' TO WRK-DEV-CONTATO
             MOVE 'N' TO WRK-DEV-ENDERECO
             OPEN INPUT CADDEV
             IF DEV-STATUS-OK
                 MOVE 'N' TO WRK-FIM-DEV-ARQ
                 MOVE WRK-CPF-ORIGINAL-MANUT TO DEV-CPF
                 MOVE LOW-VALUES TO DEV-CANAL
                 MOVE LOW-VALUES TO DEV-TIPO-ENDERECO
                 START CADDEV KEY IS >= DEV-CHAVE
                     INVALID KEY
                         SET FIM-DEV-ARQ TO TRUE
                 END-START
                 PERFORM UNTIL FIM-DEV-ARQ
                     READ CADDEV NEXT RECORD
                         AT END
                             SET FIM-DEV-ARQ TO TRUE
                         NOT AT END
                             IF DEV-CPF NOT = WRK-CPF-ORIGINAL-MANUT
                                 SET FIM-DEV-ARQ TO TRUE
                             ELSE
                                 IF DEV-CANAL-EMAIL OR
                                    DEV-TIPO-RESIDENCIAL
                                     SET DEV-CONTATO-PENDENTE TO TRUE
                                 ELSE
                                     SET DEV-ENDERECO-PENDENTE TO TRUE
                                 END-IF
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CADDEV
             END-IF.

      *** APAGA AS MARCAS DE DEVOLUCAO DO E-MAIL E DO ENDERECO
      *** RESIDENCIAL DEPOIS DE O CLIENTE GRAVAR O CONTATO. MARCA
      *** INEXISTENTE E SIMPLESMENTE IGNORADA
           3130-LIMPAR-DEVOLUCOES-CONTATO.
             OPEN I-O CADDEV
             IF DEV-STATUS-OK
                 MOVE WRK-CPF-ORIGINAL-MANUT TO DEV-CPF
                 SET DEV-CANAL-EMAIL TO TRUE
                 MOVE SPACES TO DEV-TIPO-ENDERECO
                 DELETE CADDEV RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 SET DEV-CANAL-CORREIO    TO TRUE
                 SET DEV-TIPO-RESIDENCIAL TO TRUE
                 DELETE CADDEV RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 CLOSE CADDEV
             END-IF.

      *** CONSULTA UM CLIENTE PELO CPF PARA ALTERAR OU EXCLUIR O
      *** CADASTRO, REAPROVEITANDO AS TELAS 2010/2020/2030
           4000-MANUTENCAO-CLIENTE.
                   SET MANUT-FIM TO TRUE
               ELSE
                   IF WRK-OPC5 = 2
                       MOVE 'CPF' TO WRK-ACE-FUNCAO
                       PERFORM 4100-LOCALIZAR-CLIENTE-MANUT
                       IF MANUT-ACHADO
                           PERFORM 4200-TELA-MENU-MANUTENCAO
             END-PERFORM.

      *** LOCALIZA O CLIENTE PELO CPF INFORMADO E CARREGA A AREA DE
      *** CADASTRO PARA REAPROVEITAR AS TELAS DE INCLUSAO. A CONSULTA
      *** VAI PARA O LOG DE ACESSOS COM A FUNCAO INFORMADA PELO
      *** CHAMADOR (CONSULTA POR CPF OU SELECAO NA BUSCA POR NOME)
           4100-LOCALIZAR-CLIENTE-MANUT.
             MOVE 'N' TO WRK-MANUT-ACHADO
             MOVE WRK-MANUT-CPF TO MST-CPF
                     MOVE 'A' TO WRK-MODO-CADASTRO
                     MOVE CAD-MASTER-REC TO WRK-LOG-IMAGEM-ANTES
                     PERFORM 8020-MOVER-MESTRE-PARA-CADASTRO
             END-READ
             MOVE WRK-MANUT-CPF TO WRK-ACE-CPF
             MOVE SPACES        TO WRK-ACE-DETALHE
             IF MANUT-ACHADO
                 MOVE 'S' TO WRK-ACE-RESULTADO
             ELSE
                 MOVE 'N' TO WRK-ACE-RESULTADO
             END-IF
             PERFORM 8910-GRAVAR-ACESSO.

      *** TELA DE BUSCA DE CLIENTE POR PARTE DO NOME. A LISTA DE
      *** CLIENTES ENCONTRADOS E APRESENTADA PAGINADA, COM HOMONIMOS
                           ACCEPT WRK-ENTER
                       ELSE
                           PERFORM 4420-CARREGAR-RESULTADO
                           PERFORM 4425-REGISTRAR-BUSCA
                           IF WRK-QTD-BUSCA = 0
                               DISPLAY CAD-ERRO-BUSCA-VAZIA
                               ACCEPT WRK-ENTER
                 END-IF
             END-IF.

      *** REGISTRA A BUSCA POR NOME NO LOG DE ACESSOS, COM A PARTE
      *** DO NOME PESQUISADA. A BUSCA NAO E DE UM CLIENTE SO E SAI
      *** COM O CPF ZERADO; O CLIENTE ESCOLHIDO NA LISTA E REGISTRADO
      *** NA SELECAO (4450)
           4425-REGISTRAR-BUSCA.
             MOVE 'NOM'          TO WRK-ACE-FUNCAO
             MOVE ZEROS          TO WRK-ACE-CPF
             MOVE WRK-BUSCA-NOME TO WRK-ACE-DETALHE
             IF WRK-QTD-BUSCA > 0
                 MOVE 'S' TO WRK-ACE-RESULTADO
             ELSE
                 MOVE 'N' TO WRK-ACE-RESULTADO
             END-IF
             PERFORM 8910-GRAVAR-ACESSO.

      *** APRESENTA O RESULTADO DA BUSCA PAGINADO (5 CLIENTES POR
      *** PAGINA), COM AVANCO E RETORNO DE PAGINA E SELECAO DO
      *** CLIENTE PARA O MENU DE MANUTENCAO
             IF WRK-BUSCA-ESCOLHA <= WRK-QTD-BUSCA
                 MOVE WRK-BUSCA-CPF-T(WRK-BUSCA-ESCOLHA)
                     TO WRK-MANUT-CPF
                 MOVE 'SEL' TO WRK-ACE-FUNCAO
                 PERFORM 4100-LOCALIZAR-CLIENTE-MANUT
                 IF MANUT-ACHADO
                     PERFORM 4200-TELA-MENU-MANUTENCAO
               DISPLAY PRENCHIMENTO-LINHA
               DISPLAY LINHA-TELA
               ACCEPT MANUT-MENU
      *** ALTERAR, EXCLUIR, DESBLOQUEAR, CONSENTIMENTOS E ENDERECOS
      *** MUDAM O CADASTRO E EXIGEM PERFIL DE MANUTENCAO; O PERFIL DE
      *** CONSULTA FICA COM A VISUALIZACAO E O HISTORICO. COM O
      *** BATCH NA JANELA AS OPCOES QUE MUDAM O CADASTRO SAO BARRADAS
               IF WRK-PERFIL-LOGADO NOT < 2 AND
                  (WRK-OPC6 = 2 OR WRK-OPC6 = 3 OR WRK-OPC6 = 4 OR
                   WRK-OPC6 = 6 OR WRK-OPC6 = 7)
                   PERFORM 1960-VERIFICAR-JANELA-BATCH
                   IF JANELA-BATCH-ATIVA
                       DISPLAY SIS-EM-PROCESSAMENTO
                       MOVE 0 TO WRK-OPC6
                   END-IF
               END-IF
               EVALUATE WRK-OPC6
                   WHEN 1
                       SET MANUT-MENU-FIM TO TRUE
                       END-IF
                   WHEN 5
                       PERFORM 4500-HISTORICO-CLIENTE
                   WHEN 6
                       IF WRK-PERFIL-LOGADO < 2
                           DISPLAY OPR-ERRO-PERFIL
                           ACCEPT WRK-ENTER
                       ELSE
                           PERFORM 4600-TELA-CONSENTIMENTO
                       END-IF
                   WHEN 7
                       IF WRK-PERFIL-LOGADO < 2
                           DISPLAY OPR-ERRO-PERFIL
                           ACCEPT WRK-ENTER
                       ELSE
                           PERFORM 4700-TELA-ENDERECOS
                       END-IF
                   WHEN OTHER
                       ACCEPT WRK-ENTER
               END-EVALUATE
      *** O REGISTRO E MANTIDO COM STATUS INATIVO E DATA DE
      *** INATIVACAO, CONFORME A POLITICA DE RETENCAO; O EXPURGO
      *** FISICO E FEITO PELO PROGRAMA CADPURGE APOS O PRAZO.
      *** A INATIVACAO PASSA PELA APROVACAO DO SUPERVISOR: AQUI SO
      *** E GRAVADO O PEDIDO, COM O REGISTRO RELIDO COMO IMAGEM
      *** ANTERIOR E O REGISTRO INATIVADO COMO IMAGEM POSTERIOR.
      *** CLIENTE JA INATIVO NAO GERA PEDIDO, PARA NAO RENOVAR A
      *** DATA DE INATIVACAO QUE CONTA O PRAZO DE RETENCAO
           4300-EXCLUIR-CLIENTE.
             MOVE 'N' TO WRK-PND-GRAVADO
             MOVE 'N' TO WRK-PEDIDO-EXISTENTE
             MOVE 'N' TO WRK-CLIENTE-JA-INATIVO
             MOVE CAD-CPF TO MST-CPF
             READ CADMAST KEY IS MST-CPF
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF MST-INATIVO
                         SET CLIENTE-JA-INATIVO TO TRUE
                     ELSE
                         MOVE CAD-MASTER-REC TO WRK-LOG-IMAGEM-ANTES
                         MOVE 'I' TO MST-STATUS
                         ACCEPT MST-DT-INATIVACAO FROM DATE YYYYMMDD
                         MOVE CAD-MASTER-REC TO WRK-LOG-IMAGEM-DEPOIS
                         MOVE 'E' TO WRK-PND-TIPO
                         PERFORM 8030-GRAVAR-PENDENCIA
                     END-IF
             END-READ
             ACCEPT LIMPA-TELA
             DISPLAY LINHA-TELA
             EVALUATE TRUE
                 WHEN PND-GRAVADO
                     DISPLAY CAD-EXCLUSAO-PENDENTE
                 WHEN CLIENTE-JA-INATIVO
                     DISPLAY CAD-ERRO-JA-INATIVO
                 WHEN PEDIDO-JA-PENDENTE
                     DISPLAY CAD-ERRO-PEDIDO-PENDENTE
                 WHEN OTHER
                     DISPLAY CAD-ERRO-GRAVACAO
             END-EVALUATE
             ACCEPT WRK-ENTER.

      *** DESBLOQUEIA A CONTA DO CLIENTE LOCALIZADO, ZERANDO AS
      *** OPERADOR E OS CAMPOS QUE MUDARAM ENTRE AS IMAGENS
           4500-HISTORICO-CLIENTE.
             PERFORM 4510-CARREGAR-HISTORICO
             MOVE 'HIS'                  TO WRK-ACE-FUNCAO
             MOVE WRK-CPF-ORIGINAL-MANUT TO WRK-ACE-CPF
             MOVE SPACES                 TO WRK-ACE-DETALHE
             IF WRK-HIST-QTD = 0
                 MOVE 'N' TO WRK-ACE-RESULTADO
             ELSE
                 MOVE 'S' TO WRK-ACE-RESULTADO
             END-IF
             PERFORM 8910-GRAVAR-ACESSO
             IF WRK-HIST-QTD = 0
                 ACCEPT LIMPA-TELA
                 DISPLAY LINHA-TELA

      *** LE O JORNAL DO INICIO AO FIM E GUARDA NA TABELA OS
      *** MOVIMENTOS DO CPF EM MANUTENCAO. O JORNAL FICA ABERTO EM
      *** EXTEND DURANTE A SESSAO E E REABERTO PARA LEITURA AQUI.
      *** AS GERACOES ARQUIVADAS SAO LIDAS ANTES, NA ORDEM DO
      *** CATALOGO, PARA A TABELA FICAR EM ORDEM CRONOLOGICA
           4510-CARREGAR-HISTORICO.
             MOVE ZEROS TO WRK-HIST-QTD
             MOVE ZEROS TO WRK-HIST-EXCED
             MOVE 'N'   TO WRK-FIM-HIST-ARQ
             IF NOT ENTRADA-SO-CONSULTA
                 CLOSE CADLOG
             END-IF
             OPEN INPUT CADLOG
             IF NOT LOG-STATUS-OK
                 SET FIM-HIST-ARQ TO TRUE
             END-IF
             PERFORM 4511-CARREGAR-GERACOES
             PERFORM UNTIL FIM-HIST-ARQ
                 READ CADLOG
                     AT END
                 END-READ
             END-PERFORM
             CLOSE CADLOG
             IF NOT ENTRADA-SO-CONSULTA
                 OPEN EXTEND CADLOG
             END-IF.

      *** PERCORRE O CATALOGO DE GERACOES DO JORNAL. GERACAO QUE
      *** TERMINA ANTES DA DATA DE CADASTRO DO CLIENTE NAO TEM
      *** MOVIMENTO DELE E NAO E LIDA. SEM CATALOGO O JORNAL AINDA
      *** NUNCA FOI ROTACIONADO
           4511-CARREGAR-GERACOES.
             MOVE 'N' TO WRK-FIM-CAT-JRL
             OPEN INPUT CATJORN
             IF CAT-STATUS-OK
                 PERFORM UNTIL FIM-CAT-JRL
                     READ CATJORN
                         AT END
                             SET FIM-CAT-JRL TO TRUE
                         NOT AT END
                             IF JCA-DATA-ULTIMO NOT <
                                WRK-DT-CADASTRO-ORIGINAL
                                 PERFORM 4512-LER-GERACAO
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CATJORN
             END-IF.

      *** LE UMA GERACAO ARQUIVADA E GUARDA OS MOVIMENTOS DO CPF
           4512-LER-GERACAO.
             MOVE JCA-NOME-GERACAO TO WRK-NOME-GERACAO-JRL
             MOVE 'N' TO WRK-FIM-GER-JRL
             OPEN INPUT GERJORN
             IF GJR-STATUS-OK
                 PERFORM UNTIL FIM-GER-JRL
                     READ GERJORN INTO LOG-REGISTRO
                         AT END
                             SET FIM-GER-JRL TO TRUE
                         NOT AT END
                             IF LOG-CPF = WRK-CPF-ORIGINAL-MANUT
                                 PERFORM 4515-GUARDAR-MOVIMENTO
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE GERJORN
             END-IF.

      *** GUARDA UM MOVIMENTO NA TABELA DE HISTORICO. COM A TABELA
      *** CHEIA O MOVIMENTO MAIS ANTIGO E DESCARTADO: O JORNAL E
                     MOVE 'EXCLUSAO ' TO WRK-HIST-OPER(WRK-HIST-QTD)
                 WHEN LOG-OP-EXPURGO
                     MOVE 'EXPURGO  ' TO WRK-HIST-OPER(WRK-HIST-QTD)
                 WHEN LOG-OP-ENDERECO
                     MOVE 'ENDERECO ' TO WRK-HIST-OPER(WRK-HIST-QTD)
                 WHEN OTHER
                     MOVE LOG-OPERACAO TO WRK-HIST-OPER(WRK-HIST-QTD)
             END-EVALUATE
             MOVE LOG-HORA     TO WRK-HIST-HORA(WRK-HIST-QTD)
             MOVE LOG-PROGRAMA TO WRK-HIST-PROG(WRK-HIST-QTD)
             MOVE LOG-OPERADOR TO WRK-HIST-OPERADOR(WRK-HIST-QTD)
             MOVE LOG-APROVADOR TO WRK-HIST-APROVADOR(WRK-HIST-QTD)
             PERFORM 4520-MONTAR-CAMPOS-ALTERADOS
             MOVE WRK-DIF-TEXTO TO WRK-HIST-CAMPOS(WRK-HIST-QTD).

                     MOVE 'CADASTRO INCLUIDO' TO WRK-DIF-TEXTO
                 WHEN LOG-OP-EXPURGO
                     MOVE 'REGISTRO EXPURGADO' TO WRK-DIF-TEXTO
                 WHEN LOG-OP-ENDERECO
                     PERFORM 4522-DESCREVER-ENDERECO
                 WHEN OTHER
                     MOVE LOG-IMAGEM-ANTES
                         TO WRK-HIST-IMAGEM-ANTES
                     MOVE LOG-IMAGEM-DEPOIS
                         TO WRK-HIST-IMAGEM-DEPOIS
                     PERFORM 4521-COMPARAR-IMAGENS
             END-EVALUATE.

      *** COMPARA AS IMAGENS DO MESTRE JA DECODIFICADAS (HSA-/HSD-)
      *** E ANEXA OS CAMPOS QUE DIFEREM. SERVE AO HISTORICO E A TELA
      *** DE DECISAO DO PEDIDO PENDENTE DE APROVACAO
           4521-COMPARAR-IMAGENS.
             IF HSA-NOME NOT = HSD-NOME
                 MOVE 'NOME     ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-DATA-NASC NOT = HSD-DATA-NASC
                 MOVE 'NASCIMENT' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-GENE NOT = HSD-GENE
                 MOVE 'GENERO   ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-TELEFONE NOT = HSD-TELEFONE
                 MOVE 'TELEFONE ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-CEP NOT = HSD-CEP
                 MOVE 'CEP      ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-NUMERO NOT = HSD-NUMERO
                 MOVE 'NUMERO   ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-UF NOT = HSD-UF
                 MOVE 'UF       ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-ENDERECO NOT = HSD-ENDERECO
                 MOVE 'ENDERECO ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-COMPLEMENTO NOT = HSD-COMPLEMENTO
                 MOVE 'COMPLEMEN' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-EMAIL NOT = HSD-EMAIL
                 MOVE 'EMAIL    ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-SENHA-HASH NOT = HSD-SENHA-HASH
                 MOVE 'SENHA    ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF HSA-STATUS NOT = HSD-STATUS
                 MOVE 'STATUS   ' TO WRK-DIF-CAMPO
                 PERFORM 4525-ANEXAR-CAMPO
             END-IF
             IF WRK-DIF-TEXTO = SPACES
                 MOVE 'SEM DIFERENCA NOS CAMPOS'
                     TO WRK-DIF-TEXTO
             END-IF.

      *** DESCREVE O MOVIMENTO DE ENDERECO ADICIONAL: QUAL ENDERECO
      *** MUDOU, PELO TIPO GRAVADO NA IMAGEM, E SE FOI INCLUIDO,
      *** ALTERADO OU REMOVIDO
           4522-DESCREVER-ENDERECO.
             IF LOG-IMAGEM-DEPOIS = SPACES
                 MOVE LOG-IMAGEM-ANTES(12:1)  TO WRK-HIST-END-TIPO
                 MOVE 'REMOVIDO'              TO WRK-HIST-END-ACAO
             ELSE
                 MOVE LOG-IMAGEM-DEPOIS(12:1) TO WRK-HIST-END-TIPO
                 IF LOG-IMAGEM-ANTES = SPACES
                     MOVE 'INCLUIDO'          TO WRK-HIST-END-ACAO
                 ELSE
                     MOVE 'ALTERADO'          TO WRK-HIST-END-ACAO
                 END-IF
             END-IF
             EVALUATE WRK-HIST-END-TIPO
                 WHEN 'C'
                     MOVE 'END. DE COBRANCA'  TO WRK-HIST-END-DESCR
                 WHEN 'E'
                     MOVE 'END. DE ENTREGA'   TO WRK-HIST-END-DESCR
                 WHEN OTHER
                     MOVE 'END. ADICIONAL'    TO WRK-HIST-END-DESCR
             END-EVALUATE
             STRING WRK-HIST-END-DESCR DELIMITED BY '  '
                 ' ' WRK-HIST-END-ACAO DELIMITED BY SIZE
                 INTO WRK-DIF-TEXTO.

      *** ANEXA O NOME DE UM CAMPO ALTERADO NA LISTA, ENQUANTO
      *** HOUVER ESPACO NA LINHA DE 56 POSICOES
           4525-ANEXAR-CAMPO.
                 MOVE WRK-HIST-PROG(WRK-HIST-POSIT) TO WRK-HD-PROG
                 MOVE WRK-HIST-OPERADOR(WRK-HIST-POSIT)
                     TO WRK-HD-OPERADOR
                 MOVE WRK-HIST-APROVADOR(WRK-HIST-POSIT)
                     TO WRK-HD-APROVADOR
                 MOVE WRK-HIST-DETALHE
                     TO WRK-HIST-LIN(WRK-HIST-IDX * 2 - 1)
                 MOVE SPACES
                     TO WRK-HIST-LIN(WRK-HIST-IDX * 2)(4:53)
             END-IF.

      *** CONSENTIMENTO DE COMUNICACAO DO CLIENTE LOCALIZADO OU
      *** LOGADO, POR CANAL. A MESMA TELA ATENDE A AREA DO CLIENTE E
      *** O MENU DE MANUTENCAO: SEM OPERADOR ASSINADO A DECISAO E
      *** REGISTRADA COMO DO PROPRIO CLIENTE. SO OS CANAIS QUE
      *** MUDARAM SAO GRAVADOS, PRESERVANDO A DATA DA DECISAO ANTERIOR
           4600-TELA-CONSENTIMENTO.
             PERFORM 4610-CARREGAR-CONSENTIMENTO
             MOVE 'N' TO WRK-CONS-LOOP
             PERFORM UNTIL CONS-FIM
               ACCEPT LIMPA-TELA
               DISPLAY PRENCHIMENTO-LINHA
               DISPLAY LINHA-TELA
               ACCEPT CLIENTE-CONSENTIMENTO
               EVALUATE WRK-OPC17
                   WHEN 1
                       SET CONS-FIM TO TRUE
                   WHEN 2
                       PERFORM 4620-VALIDAR-CONSENTIMENTO
                       IF CONS-INVALIDO
                           DISPLAY CON-ERRO-SITUACAO
                           ACCEPT WRK-ENTER
                       ELSE
                           PERFORM 4630-GRAVAR-CONSENTIMENTO
                               VARYING WRK-CONS-IDX FROM 1 BY 1
                               UNTIL WRK-CONS-IDX > 4
                           DISPLAY CON-GRAVADO-OK
                           ACCEPT WRK-ENTER
                           SET CONS-FIM TO TRUE
                       END-IF
                   WHEN OTHER
                       ACCEPT WRK-ENTER
               END-EVALUATE
             END-PERFORM.

      *** CARREGA A SITUACAO E A DATA DE CADA CANAL DO CLIENTE. CANAL
      *** SEM REGISTRO APARECE SEM CONSENTIMENTO E SEM DATA
           4610-CARREGAR-CONSENTIMENTO.
             PERFORM 4611-CARREGAR-CANAL
                 VARYING WRK-CONS-IDX FROM 1 BY 1
                 UNTIL WRK-CONS-IDX > 4
             MOVE WRK-CONS-SITUACOES TO WRK-CONS-SIT-ANTERIORES.

      *** LE O REGISTRO DE UM CANAL E O TRAZ PARA A AREA DA TELA
           4611-CARREGAR-CANAL.
             MOVE WRK-CPF-ORIGINAL-MANUT       TO CON-CPF
             MOVE WRK-CONS-CANAL(WRK-CONS-IDX) TO CON-CANAL
             READ CADCONS KEY IS CON-CHAVE
                 INVALID KEY
                     MOVE 'N'    TO WRK-CONS-SIT(WRK-CONS-IDX)
                     MOVE SPACES TO WRK-CONS-DT(WRK-CONS-IDX)
                 NOT INVALID KEY
                     MOVE CON-SITUACAO TO WRK-CONS-SIT(WRK-CONS-IDX)
                     MOVE SPACES TO WRK-CONS-DT(WRK-CONS-IDX)
                     STRING CON-DATA(7:2) '/' CON-DATA(5:2) '/'
                         CON-DATA(1:4)
                         DELIMITED BY SIZE
                         INTO WRK-CONS-DT(WRK-CONS-IDX)
             END-READ.

      *** CRITICA A RESPOSTA DE CADA CANAL: SO S (ACEITA) OU N
      *** (RECUSA), ACEITANDO A DIGITACAO EM MINUSCULA
           4620-VALIDAR-CONSENTIMENTO.
             MOVE 'N' TO WRK-CONS-INVALIDO
             INSPECT WRK-CONS-SITUACOES CONVERTING 'sn' TO 'SN'
             PERFORM 4621-VALIDAR-CANAL
                 VARYING WRK-CONS-IDX FROM 1 BY 1
                 UNTIL WRK-CONS-IDX > 4.

      *** CRITICA A RESPOSTA DE UM CANAL
           4621-VALIDAR-CANAL.
             IF WRK-CONS-SIT(WRK-CONS-IDX) NOT = 'S' AND
                WRK-CONS-SIT(WRK-CONS-IDX) NOT = 'N'
                 SET CONS-INVALIDO TO TRUE
             END-IF.

      *** GRAVA A DECISAO DE UM CANAL QUANDO ELA MUDOU: INCLUI O
      *** REGISTRO NA PRIMEIRA DECISAO OU REGRAVA O EXISTENTE, COM A
      *** DATA/HORA E A ORIGEM (CLIENTE OU OPERADOR ASSINADO)
           4630-GRAVAR-CONSENTIMENTO.
             IF WRK-CONS-SIT(WRK-CONS-IDX) NOT =
                WRK-CONS-SIT-ANT(WRK-CONS-IDX)
                 MOVE WRK-CPF-ORIGINAL-MANUT       TO CON-CPF
                 MOVE WRK-CONS-CANAL(WRK-CONS-IDX) TO CON-CANAL
                 MOVE 'N' TO WRK-CONS-EXISTE
                 READ CADCONS KEY IS CON-CHAVE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET CONS-EXISTE TO TRUE
                 END-READ
                 MOVE WRK-CONS-SIT(WRK-CONS-IDX) TO CON-SITUACAO
                 ACCEPT CON-DATA FROM DATE YYYYMMDD
                 ACCEPT CON-HORA FROM TIME
                 IF WRK-OPERADOR-LOGADO = SPACES
                     MOVE 'C' TO CON-ORIGEM
                 ELSE
                     MOVE 'O' TO CON-ORIGEM
                 END-IF
                 MOVE WRK-OPERADOR-LOGADO TO CON-OPERADOR
                 IF CONS-EXISTE
                     REWRITE CON-REGISTRO
                         INVALID KEY
                             CONTINUE
                     END-REWRITE
                 ELSE
                     WRITE CON-REGISTRO
                         INVALID KEY
                             CONTINUE
                     END-WRITE
                 END-IF
             END-IF.

      *** ENDERECOS DE COBRANCA E ENTREGA DO CLIENTE LOCALIZADO OU
      *** LOGADO. A MESMA TELA ATENDE A AREA DO CLIENTE E O MENU DE
      *** MANUTENCAO. ENDERECO E UF SAEM DA TABELA DE CEP COMO NO
      *** ENDERECO RESIDENCIAL, E CEP ZERADO REMOVE O ENDERECO. SO OS
      *** ENDERECOS QUE MUDARAM SAO GRAVADOS E VAO PARA O JORNAL
           4700-TELA-ENDERECOS.
             PERFORM 4710-CARREGAR-ENDERECO
                 VARYING WRK-END-IDX FROM 1 BY 1
                 UNTIL WRK-END-IDX > 2
             MOVE 'N' TO WRK-END-LOOP
             PERFORM UNTIL END-FIM
               ACCEPT LIMPA-TELA
               DISPLAY PRENCHIMENTO-LINHA
               DISPLAY LINHA-TELA
               ACCEPT CLIENTE-ENDERECOS
               EVALUATE WRK-OPC18
                   WHEN 1
                       SET END-FIM TO TRUE
                   WHEN 2
                       MOVE 'N' TO WRK-END-INVALIDO
                       PERFORM 4720-CONSULTAR-CEP-ENDERECO
                           VARYING WRK-END-IDX FROM 1 BY 1
                           UNTIL WRK-END-IDX > 2
                       IF END-INVALIDO
                           IF WRK-END-ERRO(1) = 'S'
                               DISPLAY EDC-ERRO-CEP-COBRANCA
                           END-IF
                           IF WRK-END-ERRO(2) = 'S'
                               DISPLAY EDC-ERRO-CEP-ENTREGA
                           END-IF
                           ACCEPT WRK-ENTER
                       ELSE
                           PERFORM 4730-GRAVAR-ENDERECO
                               VARYING WRK-END-IDX FROM 1 BY 1
                               UNTIL WRK-END-IDX > 2
                           DISPLAY EDC-GRAVADO-OK
                           ACCEPT WRK-ENTER
                           SET END-FIM TO TRUE
                       END-IF
                   WHEN OTHER
                       ACCEPT WRK-ENTER
               END-EVALUATE
             END-PERFORM.

      *** LE O ENDERECO DE UM TIPO E O TRAZ PARA A AREA DA TELA,
      *** GUARDANDO A SITUACAO ANTERIOR PARA DETECTAR A MUDANCA.
      *** TIPO SEM REGISTRO APARECE COM CEP ZERADO
           4710-CARREGAR-ENDERECO.
             MOVE WRK-CPF-ORIGINAL-MANUT    TO EDC-CPF
             MOVE WRK-END-TIPO(WRK-END-IDX) TO EDC-TIPO
             READ CADEND KEY IS EDC-CHAVE
                 INVALID KEY
                     MOVE ZEROS  TO WRK-END-CEP(WRK-END-IDX)
                     MOVE SPACES TO WRK-END-NUMERO(WRK-END-IDX)
                     MOVE SPACES TO WRK-END-COMPL(WRK-END-IDX)
                     MOVE SPACES TO WRK-END-ENDERECO(WRK-END-IDX)
                     MOVE SPACES TO WRK-END-UF(WRK-END-IDX)
                 NOT INVALID KEY
                     MOVE EDC-CEP    TO WRK-END-CEP(WRK-END-IDX)
                     MOVE EDC-NUMERO TO WRK-END-NUMERO(WRK-END-IDX)
                     MOVE EDC-COMPLEMENTO
                         TO WRK-END-COMPL(WRK-END-IDX)
                     MOVE EDC-ENDERECO
                         TO WRK-END-ENDERECO(WRK-END-IDX)
                     MOVE EDC-UF     TO WRK-END-UF(WRK-END-IDX)
             END-READ
             MOVE WRK-END-ITEM(WRK-END-IDX)
                 TO WRK-END-ITEM-ANT(WRK-END-IDX).

      *** CONSULTA A TABELA DE CEP PARA O ENDERECO DE UM TIPO, DA
      *** MESMA FORMA QUE 8500-CONSULTAR-CEP FAZ PARA O RESIDENCIAL,
      *** PREENCHENDO ENDERECO E UF. CEP ZERADO LIMPA O ENDERECO
           4720-CONSULTAR-CEP-ENDERECO.
             MOVE 'N' TO WRK-END-ERRO(WRK-END-IDX)
             MOVE SPACES TO WRK-END-ENDERECO(WRK-END-IDX)
             MOVE SPACES TO WRK-END-UF(WRK-END-IDX)
             IF WRK-END-CEP(WRK-END-IDX) = ZEROS
                 MOVE SPACES TO WRK-END-NUMERO(WRK-END-IDX)
                 MOVE SPACES TO WRK-END-COMPL(WRK-END-IDX)
             ELSE
                 MOVE WRK-END-CEP(WRK-END-IDX) TO CEP-CODIGO
                 READ CEPTAB KEY IS CEP-CODIGO
                     INVALID KEY
                         MOVE 'S' TO WRK-END-ERRO(WRK-END-IDX)
                         SET END-INVALIDO TO TRUE
                     NOT INVALID KEY
                         MOVE CEP-ENDERECO
                             TO WRK-END-ENDERECO(WRK-END-IDX)
                         MOVE CEP-UF TO WRK-END-UF(WRK-END-IDX)
                 END-READ
             END-IF.

      *** GRAVA O ENDERECO DE UM TIPO QUANDO ELE MUDOU: INCLUI NA
      *** PRIMEIRA VEZ, REGRAVA O EXISTENTE OU REMOVE QUANDO O CEP
      *** FOI ZERADO, CORTANDO O MOVIMENTO NO JORNAL EM CADA CASO
           4730-GRAVAR-ENDERECO.
             IF WRK-END-ITEM(WRK-END-IDX) NOT =
                WRK-END-ITEM-ANT(WRK-END-IDX)
                 MOVE WRK-CPF-ORIGINAL-MANUT    TO EDC-CPF
                 MOVE WRK-END-TIPO(WRK-END-IDX) TO EDC-TIPO
                 MOVE 'N'    TO WRK-END-EXISTE
                 MOVE SPACES TO WRK-EDC-IMAGEM-ANTES
                 MOVE SPACES TO WRK-EDC-IMAGEM-DEPOIS
                 READ CADEND KEY IS EDC-CHAVE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         SET END-EXISTE TO TRUE
                         MOVE EDC-REGISTRO TO WRK-EDC-IMAGEM-ANTES
                 END-READ
                 IF WRK-END-CEP(WRK-END-IDX) = ZEROS
                     IF END-EXISTE
                         DELETE CADEND RECORD
                             INVALID KEY
                                 CONTINUE
                             NOT INVALID KEY
                                 PERFORM 8905-GRAVAR-JORNAL-ENDERECO
                                 PERFORM 4735-LIMPAR-DEVOLUCAO-END
                         END-DELETE
                     END-IF
                 ELSE
                     PERFORM 4731-MONTAR-ENDERECO
                     IF END-EXISTE
                         REWRITE EDC-REGISTRO
                             INVALID KEY
                                 CONTINUE
                             NOT INVALID KEY
                                 MOVE EDC-REGISTRO
                                     TO WRK-EDC-IMAGEM-DEPOIS
                                 PERFORM 8905-GRAVAR-JORNAL-ENDERECO
                                 PERFORM 4735-LIMPAR-DEVOLUCAO-END
                         END-REWRITE
                     ELSE
                         WRITE EDC-REGISTRO
                             INVALID KEY
                                 CONTINUE
                             NOT INVALID KEY
                                 MOVE EDC-REGISTRO
                                     TO WRK-EDC-IMAGEM-DEPOIS
                                 PERFORM 8905-GRAVAR-JORNAL-ENDERECO
                                 PERFORM 4735-LIMPAR-DEVOLUCAO-END
                         END-WRITE
                     END-IF
                 END-IF
             END-IF.

      *** APAGA A MARCA DE DEVOLUCAO DO ENDERECO DE COBRANCA OU DE
      *** ENTREGA QUE ACABOU DE SER GRAVADO OU REMOVIDO. MARCA
      *** INEXISTENTE E SIMPLESMENTE IGNORADA
           4735-LIMPAR-DEVOLUCAO-END.
             OPEN I-O CADDEV
             IF DEV-STATUS-OK
                 MOVE WRK-CPF-ORIGINAL-MANUT    TO DEV-CPF
                 SET DEV-CANAL-CORREIO          TO TRUE
                 MOVE WRK-END-TIPO(WRK-END-IDX) TO DEV-TIPO-ENDERECO
                 DELETE CADDEV RECORD
                     INVALID KEY
                         CONTINUE
                 END-DELETE
                 CLOSE CADDEV
             END-IF.

      *** MONTA O REGISTRO DO ENDERECO A PARTIR DA AREA DA TELA, COM
      *** A DATA DA MANUTENCAO E O OPERADOR ASSINADO (EM BRANCO NA
      *** AREA DO CLIENTE)
           4731-MONTAR-ENDERECO.
             MOVE WRK-END-CEP(WRK-END-IDX)      TO EDC-CEP
             MOVE WRK-END-NUMERO(WRK-END-IDX)   TO EDC-NUMERO
             MOVE WRK-END-UF(WRK-END-IDX)       TO EDC-UF
             MOVE WRK-END-ENDERECO(WRK-END-IDX) TO EDC-ENDERECO
             MOVE WRK-END-COMPL(WRK-END-IDX)    TO EDC-COMPLEMENTO
             ACCEPT EDC-DT-ATUALIZACAO FROM DATE YYYYMMDD
             MOVE WRK-OPERADOR-LOGADO           TO EDC-OPERADOR.

      *** CARREGA A AREA DE CADASTRO A PARTIR DO REGISTRO MESTRE
      *** LOCALIZADO, PARA REAPROVEITAR AS TELAS DE INCLUSAO NA EDICAO
           8020-MOVER-MESTRE-PARA-CADASTRO.
             MOVE MST-CPF         TO WRK-CPF-ORIGINAL-MANUT.

      *** GRAVA O CADASTRO PREENCHIDO NAS TELAS NO ARQUIVO MESTRE,
      *** INCLUINDO UM CLIENTE NOVO OU REGRAVANDO UM JA EXISTENTE.
      *** ALTERACAO QUE MEXE NO NOME OU NA DATA DE NASCIMENTO NAO
      *** REGRAVA O MESTRE: VAI INTEIRA PARA A APROVACAO DO SUPERVISOR
           8000-GRAVAR-CADASTRO.
             MOVE 'N' TO WRK-MST-REGRAVADO
             PERFORM 8010-MOVER-CADASTRO-PARA-MESTRE
             IF MODO-ALTERACAO
                 MOVE WRK-DT-CADASTRO-ORIGINAL TO MST-DT-CADASTRO
                 MOVE WRK-LOG-IMAGEM-ANTES TO WRK-HIST-IMAGEM-ANTES
                 IF MST-NOME NOT = HSA-NOME OR
                    MST-DATA-NASC NOT = HSA-DATA-NASC
                     PERFORM 8040-PEDIR-APROVACAO-ALTERACAO
                 ELSE
                     REWRITE CAD-MASTER-REC
                         INVALID KEY
                             ACCEPT LIMPA-TELA
                             DISPLAY LINHA-TELA
                             DISPLAY CAD-ERRO-GRAVACAO
                             ACCEPT WRK-ENTER
                         NOT INVALID KEY
                             SET MST-REGRAVADO TO TRUE
                             MOVE 'A' TO WRK-LOG-OPERACAO
                             MOVE CAD-MASTER-REC
                                 TO WRK-LOG-IMAGEM-DEPOIS
                             PERFORM 8900-GRAVAR-JORNAL
                             IF CAD-SENHA NOT = SPACES
                                 PERFORM
                                     8950-ATUALIZAR-SEGURANCA-SENHA
                             END-IF
                     END-REWRITE
                 END-IF
             ELSE
                 WRITE CAD-MASTER-REC
                     INVALID KEY
             END-IF
             ACCEPT MST-DT-CADASTRO FROM DATE YYYYMMDD.

      *** GRAVA O PEDIDO PENDENTE DE APROVACAO DO TIPO INFORMADO EM
      *** WRK-PND-TIPO, COM AS IMAGENS ANTERIOR E POSTERIOR DO MESTRE
      *** JA PREPARADAS PELO CHAMADOR. A CHAVE E A DATA/HORA DO
      *** PEDIDO; NA COLISAO COM OUTRO TERMINAL A HORA E LIDA DE NOVO.
      *** SE O CPF JA TEM PEDIDO PENDENTE NADA E GRAVADO E O CHAMADOR
      *** AVISA PELO PEDIDO-JA-PENDENTE
           8030-GRAVAR-PENDENCIA.
             MOVE 'N' TO WRK-PND-GRAVADO
             MOVE 'N' TO WRK-PEDIDO-EXISTENTE
             OPEN I-O CADPEND
             IF PND-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADPEND
                 CLOSE CADPEND
                 OPEN I-O CADPEND
             END-IF
             IF PND-STATUS-OK
                 PERFORM 8035-PROCURAR-PEDIDO-PENDENTE
                 MOVE ZEROS TO WRK-PND-TENTATIVAS
                 PERFORM UNTIL PND-GRAVADO OR PEDIDO-JA-PENDENTE OR
                               WRK-PND-TENTATIVAS > 9
                     ADD 1 TO WRK-PND-TENTATIVAS
                     ACCEPT PND-DATA-PEDIDO FROM DATE YYYYMMDD
                     ACCEPT PND-HORA-PEDIDO FROM TIME
                     MOVE MST-CPF               TO PND-CPF
                     MOVE WRK-PND-TIPO          TO PND-TIPO
                     SET PND-PENDENTE           TO TRUE
                     MOVE WRK-OPERADOR-LOGADO   TO PND-OPER-PEDIDO
                     MOVE SPACES                TO PND-OPER-DECISAO
                     MOVE ZEROS                 TO PND-DATA-DECISAO
                     MOVE ZEROS                 TO PND-HORA-DECISAO
                     MOVE SPACES                TO PND-MOTIVO
                     MOVE WRK-LOG-IMAGEM-ANTES  TO PND-IMAGEM-ANTES
                     MOVE WRK-LOG-IMAGEM-DEPOIS TO PND-IMAGEM-DEPOIS
                     WRITE PND-REGISTRO
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             SET PND-GRAVADO TO TRUE
                     END-WRITE
                 END-PERFORM
                 CLOSE CADPEND
             END-IF.

      *** PERCORRE O CADPEND PROCURANDO PEDIDO AINDA PENDENTE PARA O
      *** CPF DO MESTRE. A CHAVE E A DATA/HORA DO PEDIDO, ENTAO A
      *** PROCURA LE O ARQUIVO INTEIRO, COMO A LISTA DO SUPERVISOR
           8035-PROCURAR-PEDIDO-PENDENTE.
             MOVE 'N' TO WRK-FIM-PND-ARQ
             MOVE LOW-VALUES TO PND-CHAVE
             START CADPEND KEY IS >= PND-CHAVE
                 INVALID KEY
                     SET FIM-PND-ARQ TO TRUE
             END-START
             PERFORM UNTIL FIM-PND-ARQ OR PEDIDO-JA-PENDENTE
                 READ CADPEND NEXT RECORD
                     AT END
                         SET FIM-PND-ARQ TO TRUE
                     NOT AT END
                         IF PND-PENDENTE AND PND-CPF = MST-CPF
                             SET PEDIDO-JA-PENDENTE TO TRUE
                         END-IF
                 END-READ
             END-PERFORM.

      *** ALTERACAO DE NOME OU DATA DE NASCIMENTO: O REGISTRO MONTADO
      *** NAS TELAS VAI COMO IMAGEM POSTERIOR DO PEDIDO E O MESTRE
      *** FICA COMO ESTAVA ATE A DECISAO DO SUPERVISOR
           8040-PEDIR-APROVACAO-ALTERACAO.
             MOVE CAD-MASTER-REC TO WRK-LOG-IMAGEM-DEPOIS
             MOVE 'A' TO WRK-PND-TIPO
             PERFORM 8030-GRAVAR-PENDENCIA
             ACCEPT LIMPA-TELA
             DISPLAY LINHA-TELA
             EVALUATE TRUE
                 WHEN PND-GRAVADO
                     DISPLAY CAD-ALTERACAO-PENDENTE
                 WHEN PEDIDO-JA-PENDENTE
                     DISPLAY CAD-ERRO-PEDIDO-PENDENTE
                 WHEN OTHER
                     DISPLAY CAD-ERRO-GRAVACAO
             END-EVALUATE
             ACCEPT WRK-ENTER.

      *** ACESSO PROTEGIDO AOS PARAMETROS E AO CADASTRO DE
      *** OPERADORES: EXIGE OPERADOR ASSINADO COM PERFIL DE
      *** SUPERVISOR. A SENHA COMPARTILHADA DO SUPERVISOR FOI
             MOVE SPACES TO WRK-OPERADOR-LOGADO
             MOVE ZEROS  TO WRK-PERFIL-LOGADO.

      *** MENU DO SUPERVISOR ASSINADO: PARAMETROS DO CADASTRO,
      *** ADMINISTRACAO DAS CONTAS DE OPERADOR OU DECISAO DOS PEDIDOS
      *** PENDENTES DE APROVACAO
           5050-MENU-PARAMETROS.
             MOVE 'N' TO WRK-PARM-MENU-LOOP
             PERFORM UNTIL PARM-MENU-FIM
                       PERFORM 5100-TELA-PARAMETROS
                   WHEN 3
                       PERFORM 7000-ADMIN-OPERADORES
                   WHEN 4
                       PERFORM 5200-APROVACOES-PENDENTES
                   WHEN OTHER
                       ACCEPT WRK-ENTER
               END-EVALUATE
             MOVE WRK-PRM-DOM(WRK-DOM-IDX)
                 TO PRM-DOMINIO(WRK-DOM-IDX).

      *** PEDIDOS PENDENTES DE APROVACAO: O SUPERVISOR ESCOLHE UM
      *** PEDIDO NA LISTA PAGINADA E DECIDE NA TELA DO PEDIDO. A
      *** LISTA E RECARREGADA DEPOIS DE CADA DECISAO
           5200-APROVACOES-PENDENTES.
             OPEN I-O CADPEND
             IF PND-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADPEND
                 CLOSE CADPEND
                 OPEN I-O CADPEND
             END-IF
             MOVE 1 TO WRK-PND-PAG
             PERFORM 5210-CARREGAR-PENDENTES
             IF WRK-QTD-PND = 0
                 ACCEPT LIMPA-TELA
                 DISPLAY LINHA-TELA
                 DISPLAY APR-SEM-PENDENCIAS
                 ACCEPT WRK-ENTER
             ELSE
                 PERFORM 5230-TELA-PENDENTES
             END-IF
             CLOSE CADPEND.

      *** CARREGA NA TABELA OS PEDIDOS AINDA PENDENTES NA ORDEM DA
      *** CHAVE, DO MAIS ANTIGO PARA O MAIS NOVO. OS DECIDIDOS FICAM
      *** NO ARQUIVO COMO TRILHA E SAO PULADOS
           5210-CARREGAR-PENDENTES.
             MOVE ZEROS TO WRK-QTD-PND
             MOVE ZEROS TO WRK-QTD-PND-EXCED
             MOVE 'N'   TO WRK-FIM-PND-ARQ
             IF NOT PND-STATUS-OK
                 SET FIM-PND-ARQ TO TRUE
             END-IF
             MOVE LOW-VALUES TO PND-CHAVE
             START CADPEND KEY IS >= PND-CHAVE
                 INVALID KEY
                     SET FIM-PND-ARQ TO TRUE
             END-START
             PERFORM UNTIL FIM-PND-ARQ
                 READ CADPEND NEXT RECORD
                     AT END
                         SET FIM-PND-ARQ TO TRUE
                     NOT AT END
                         IF PND-PENDENTE
                             PERFORM 5215-GUARDAR-PENDENTE
                         END-IF
                 END-READ
             END-PERFORM
             COMPUTE WRK-PND-PAGS = (WRK-QTD-PND + 4) / 5
             IF WRK-PND-PAG > WRK-PND-PAGS
                 MOVE WRK-PND-PAGS TO WRK-PND-PAG
             END-IF.

      *** GUARDA UM PEDIDO PENDENTE NA TABELA; ACIMA DE 100 O PEDIDO
      *** SO E CONTADO PARA O AVISO DE LISTA CHEIA
           5215-GUARDAR-PENDENTE.
             IF WRK-QTD-PND < 100
                 ADD 1 TO WRK-QTD-PND
                 MOVE PND-CHAVE       TO WRK-PND-CHAVE-T(WRK-QTD-PND)
                 MOVE PND-CPF         TO WRK-PND-CPF-T(WRK-QTD-PND)
                 MOVE PND-TIPO        TO WRK-PND-TIPO-T(WRK-QTD-PND)
                 MOVE PND-OPER-PEDIDO TO WRK-PND-OPER-T(WRK-QTD-PND)
             ELSE
                 ADD 1 TO WRK-QTD-PND-EXCED
             END-IF.

      *** APRESENTA A LISTA DE PENDENTES (5 POR PAGINA), COM AVANCO
      *** E RETORNO DE PAGINA COMO NO RESULTADO DA BUSCA POR NOME
           5230-TELA-PENDENTES.
             MOVE 'N' TO WRK-APRV-LOOP
             PERFORM UNTIL APRV-FIM
               PERFORM 5240-MONTAR-PAGINA-PND
               ACCEPT LIMPA-TELA
               DISPLAY PRENCHIMENTO-LINHA
               DISPLAY LINHA-TELA
               IF WRK-QTD-PND-EXCED > 0
                   DISPLAY APR-AVISO-LISTA-CHEIA
               END-IF
               ACCEPT APRV-LISTA
               EVALUATE WRK-OPC19
                   WHEN 6
                       SET APRV-FIM TO TRUE
                   WHEN 7
                       IF WRK-PND-PAG > 1
                           SUBTRACT 1 FROM WRK-PND-PAG
                       END-IF
                   WHEN 8
                       IF WRK-PND-PAG < WRK-PND-PAGS
                           ADD 1 TO WRK-PND-PAG
                       END-IF
                   WHEN 1 THRU 5
                       PERFORM 5250-SELECIONAR-PENDENTE
                   WHEN OTHER
                       ACCEPT WRK-ENTER
               END-EVALUATE
             END-PERFORM.

      *** MONTA AS 5 LINHAS DA PAGINA ATUAL DA LISTA DE PENDENTES
           5240-MONTAR-PAGINA-PND.
             COMPUTE WRK-PND-BASE = (WRK-PND-PAG - 1) * 5
             MOVE SPACES TO WRK-PND-LINHAS
             PERFORM 5241-MONTAR-LINHA-PND
                 VARYING WRK-PND-IDX FROM 1 BY 1
                 UNTIL WRK-PND-IDX > 5.

      *** MONTA UMA LINHA DA LISTA A PARTIR DA TABELA DE PENDENTES
           5241-MONTAR-LINHA-PND.
             COMPUTE WRK-PND-POS = WRK-PND-BASE + WRK-PND-IDX
             IF WRK-PND-POS <= WRK-QTD-PND
                 MOVE WRK-PND-IDX TO WRK-PDT-ITEM
                 MOVE SPACES TO WRK-PDT-DATA
                 STRING WRK-PND-CHAVE-T(WRK-PND-POS)(7:2) '/'
                     WRK-PND-CHAVE-T(WRK-PND-POS)(5:2) '/'
                     WRK-PND-CHAVE-T(WRK-PND-POS)(1:4)
                     DELIMITED BY SIZE INTO WRK-PDT-DATA
                 MOVE SPACES TO WRK-PDT-HORA
                 STRING WRK-PND-CHAVE-T(WRK-PND-POS)(9:2) ':'
                     WRK-PND-CHAVE-T(WRK-PND-POS)(11:2)
                     DELIMITED BY SIZE INTO WRK-PDT-HORA
                 MOVE WRK-PND-CPF-T(WRK-PND-POS) TO WRK-PDT-CPF
                 IF WRK-PND-TIPO-T(WRK-PND-POS) = 'E'
                     MOVE 'INATIVAR ' TO WRK-PDT-TIPO
                 ELSE
                     MOVE 'ALTERAR  ' TO WRK-PDT-TIPO
                 END-IF
                 MOVE WRK-PND-OPER-T(WRK-PND-POS) TO WRK-PDT-OPER
                 MOVE WRK-PND-DETALHE TO WRK-PND-LIN(WRK-PND-IDX)
             END-IF.

      *** LE O PEDIDO ESCOLHIDO E ABRE A TELA DE DECISAO. PEDIDO JA
      *** DECIDIDO EM OUTRO TERMINAL NAO ABRE; A LISTA E RECARREGADA
      *** PARA REFLETIR AS DECISOES
           5250-SELECIONAR-PENDENTE.
             COMPUTE WRK-PND-ESCOLHA =
                 (WRK-PND-PAG - 1) * 5 + WRK-OPC19
             IF WRK-PND-ESCOLHA <= WRK-QTD-PND
                 MOVE WRK-PND-CHAVE-T(WRK-PND-ESCOLHA) TO PND-CHAVE
                 READ CADPEND KEY IS PND-CHAVE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF PND-PENDENTE
                             PERFORM 5260-TELA-DECISAO
                         END-IF
                 END-READ
                 PERFORM 5210-CARREGAR-PENDENTES
                 IF WRK-QTD-PND = 0
                     SET APRV-FIM TO TRUE
                 END-IF
             ELSE
                 ACCEPT WRK-ENTER
             END-IF.

      *** TELA DE DECISAO DO PEDIDO: DADOS ANTES E DEPOIS, CAMPOS
      *** ALTERADOS, QUEM PEDIU E QUANDO. APROVAR E REJEITAR EXIGEM
      *** O MOTIVO; QUEM PEDIU NAO APROVA O PROPRIO PEDIDO, E COM O
      *** BATCH NA JANELA A APROVACAO, QUE GRAVA O MESTRE, E BARRADA
           5260-TELA-DECISAO.
             PERFORM 5261-CARREGAR-DECISAO
             MOVE 'N' TO WRK-DECISAO-LOOP
             PERFORM UNTIL DECISAO-FIM
               ACCEPT LIMPA-TELA
               DISPLAY PRENCHIMENTO-LINHA
               DISPLAY LINHA-TELA
               ACCEPT APRV-DETALHE
               EVALUATE WRK-OPC20
                   WHEN 1
                       SET DECISAO-FIM TO TRUE
                   WHEN 2
                       IF WRK-APRV-MOTIVO = SPACES
                           DISPLAY APR-ERRO-MOTIVO
                           ACCEPT WRK-ENTER
                       ELSE
                           IF PND-OPER-PEDIDO = WRK-OPERADOR-LOGADO
                               DISPLAY APR-ERRO-PROPRIO
                               ACCEPT WRK-ENTER
                           ELSE
                               PERFORM 1960-VERIFICAR-JANELA-BATCH
                               IF JANELA-BATCH-ATIVA
                                   DISPLAY SIS-EM-PROCESSAMENTO
                                   ACCEPT WRK-ENTER
                               ELSE
                                   PERFORM 5270-APROVAR-PEDIDO
                               END-IF
                           END-IF
                       END-IF
                   WHEN 3
                       IF WRK-APRV-MOTIVO = SPACES
                           DISPLAY APR-ERRO-MOTIVO
                           ACCEPT WRK-ENTER
                       ELSE
                           PERFORM 5280-REJEITAR-PEDIDO
                       END-IF
                   WHEN OTHER
                       ACCEPT WRK-ENTER
               END-EVALUATE
             END-PERFORM.

      *** PREPARA OS CAMPOS DA TELA DE DECISAO A PARTIR DAS IMAGENS
      *** DO PEDIDO, DECODIFICADAS NO LAYOUT DO MESTRE
           5261-CARREGAR-DECISAO.
             MOVE PND-IMAGEM-ANTES  TO WRK-HIST-IMAGEM-ANTES
             MOVE PND-IMAGEM-DEPOIS TO WRK-HIST-IMAGEM-DEPOIS
             MOVE PND-CPF           TO WRK-APRV-CPF
             IF PND-TIPO-EXCLUSAO
                 MOVE 'INATIVAR ' TO WRK-APRV-TIPO
             ELSE
                 MOVE 'ALTERAR  ' TO WRK-APRV-TIPO
             END-IF
             MOVE PND-OPER-PEDIDO   TO WRK-APRV-SOLIC
             MOVE SPACES TO WRK-APRV-DATA
             STRING PND-DATA-PEDIDO(7:2) '/' PND-DATA-PEDIDO(5:2) '/'
                 PND-DATA-PEDIDO(1:4)
                 DELIMITED BY SIZE INTO WRK-APRV-DATA
             MOVE SPACES TO WRK-APRV-HORA
             STRING PND-HORA-PEDIDO(1:2) ':' PND-HORA-PEDIDO(3:2) ':'
                 PND-HORA-PEDIDO(5:2)
                 DELIMITED BY SIZE INTO WRK-APRV-HORA
             MOVE HSA-NOME TO WRK-APRV-NOME-ANTES
             MOVE HSD-NOME TO WRK-APRV-NOME-DEPOIS
             MOVE SPACES TO WRK-APRV-NASC-ANTES
             STRING HSA-DATA-NASC(1:2) '/' HSA-DATA-NASC(3:2) '/'
                 HSA-DATA-NASC(5:4)
                 DELIMITED BY SIZE INTO WRK-APRV-NASC-ANTES
             MOVE SPACES TO WRK-APRV-NASC-DEPOIS
             STRING HSD-DATA-NASC(1:2) '/' HSD-DATA-NASC(3:2) '/'
                 HSD-DATA-NASC(5:4)
                 DELIMITED BY SIZE INTO WRK-APRV-NASC-DEPOIS
             IF HSA-STATUS = 'I'
                 MOVE 'INATIVO' TO WRK-APRV-SIT-ANTES
             ELSE
                 MOVE 'ATIVO'   TO WRK-APRV-SIT-ANTES
             END-IF
             IF HSD-STATUS = 'I'
                 MOVE 'INATIVO' TO WRK-APRV-SIT-DEPOIS
             ELSE
                 MOVE 'ATIVO'   TO WRK-APRV-SIT-DEPOIS
             END-IF
             MOVE SPACES TO WRK-DIF-TEXTO
             MOVE 1      TO WRK-DIF-POS
             PERFORM 4521-COMPARAR-IMAGENS
             MOVE SPACES TO WRK-APRV-MOTIVO
             MOVE ZEROS  TO WRK-OPC20.

      *** APROVACAO: O MESTRE E RELIDO E SO E REGRAVADO SE AINDA
      *** ESTA IGUAL A IMAGEM ANTERIOR DO PEDIDO; SE MUDOU DEPOIS DO
      *** PEDIDO, A IMAGEM POSTERIOR DESFARIA A OUTRA MUDANCA E O
      *** SUPERVISOR DEVE REJEITAR O PEDIDO
           5270-APROVAR-PEDIDO.
             MOVE PND-CPF TO MST-CPF
             READ CADMAST KEY IS MST-CPF
                 INVALID KEY
                     DISPLAY APR-ERRO-DESATUALIZADO
                     ACCEPT WRK-ENTER
                 NOT INVALID KEY
                     IF CAD-MASTER-REC NOT = PND-IMAGEM-ANTES
                         DISPLAY APR-ERRO-DESATUALIZADO
                         ACCEPT WRK-ENTER
                     ELSE
                         PERFORM 5275-EFETIVAR-PEDIDO
                     END-IF
             END-READ.

      *** GRAVA NO MESTRE A IMAGEM POSTERIOR DO PEDIDO (A INATIVACAO
      *** LEVA A DATA DA APROVACAO), REGISTRA NO JORNAL QUEM PEDIU E
      *** QUEM APROVOU E FECHA O PEDIDO. SENHA TROCADA JUNTO COM A
      *** ALTERACAO RENOVA A SEGURANCA DO LOGIN, COMO NA MANUTENCAO
           5275-EFETIVAR-PEDIDO.
             MOVE PND-IMAGEM-ANTES  TO WRK-LOG-IMAGEM-ANTES
             MOVE PND-IMAGEM-DEPOIS TO CAD-MASTER-REC
             IF PND-TIPO-EXCLUSAO
                 ACCEPT MST-DT-INATIVACAO FROM DATE YYYYMMDD
                 MOVE 'E' TO WRK-LOG-OPERACAO
             ELSE
                 MOVE 'A' TO WRK-LOG-OPERACAO
             END-IF
             REWRITE CAD-MASTER-REC
                 INVALID KEY
                     DISPLAY APR-ERRO-GRAVACAO
                     ACCEPT WRK-ENTER
                 NOT INVALID KEY
                     MOVE CAD-MASTER-REC  TO WRK-LOG-IMAGEM-DEPOIS
                     MOVE PND-OPER-PEDIDO TO WRK-LOG-SOLICITANTE
                     PERFORM 8900-GRAVAR-JORNAL
                     MOVE SPACES          TO WRK-LOG-SOLICITANTE
                     IF HSD-SENHA-HASH NOT = HSA-SENHA-HASH
                         PERFORM 8950-ATUALIZAR-SEGURANCA-SENHA
                     END-IF
                     SET PND-APROVADO TO TRUE
                     PERFORM 5290-REGISTRAR-DECISAO
                     DISPLAY APR-APROVADO-OK
                     ACCEPT WRK-ENTER
                     SET DECISAO-FIM TO TRUE
             END-REWRITE.

      *** REJEICAO: O MESTRE NAO E TOCADO, SO O PEDIDO E FECHADO
           5280-REJEITAR-PEDIDO.
             SET PND-REJEITADO TO TRUE
             PERFORM 5290-REGISTRAR-DECISAO
             DISPLAY APR-REJEITADO-OK
             ACCEPT WRK-ENTER
             SET DECISAO-FIM TO TRUE.

      *** FECHA O PEDIDO COM A DECISAO, O SUPERVISOR, A DATA/HORA E
      *** O MOTIVO. O PEDIDO DECIDIDO FICA NO ARQUIVO COMO TRILHA
           5290-REGISTRAR-DECISAO.
             MOVE WRK-OPERADOR-LOGADO TO PND-OPER-DECISAO
             ACCEPT PND-DATA-DECISAO FROM DATE YYYYMMDD
             ACCEPT PND-HORA-DECISAO FROM TIME
             MOVE WRK-APRV-MOTIVO     TO PND-MOTIVO
             REWRITE PND-REGISTRO
                 INVALID KEY
                     CONTINUE
             END-REWRITE.

      *** TELA DE ASSINATURA DO OPERADOR. O CHAMADOR INFORMA EM
      *** WRK-PERFIL-MINIMO O PERFIL EXIGIDO PELA FUNCAO; COM A
      *** ASSINATURA ACEITA O OPERADOR E O PERFIL FICAM EM
             MOVE WRK-OPER-ID-DIG TO OPR-ID
             READ CADOPER KEY IS OPR-ID
                 INVALID KEY
                     MOVE 'OPERADOR NAO ENCONTRADO'
                         TO WRK-ACE-DETALHE
                     PERFORM 6110-REGISTRAR-FALHA-SIGNON
                     DISPLAY OPR-ERRO-NAO-ACHADO
                     ACCEPT WRK-ENTER
                 NOT INVALID KEY
                     IF OPR-INATIVO
                         MOVE 'OPERADOR INATIVO' TO WRK-ACE-DETALHE
                         PERFORM 6110-REGISTRAR-FALHA-SIGNON
                         DISPLAY OPR-ERRO-INATIVO
                         ACCEPT WRK-ENTER
                     ELSE
                             TO WRK-SENHA-VERIFICAR
                         PERFORM 9000-CALCULAR-HASH-SENHA
                         IF WRK-HASH-SENHA NOT = OPR-SENHA-HASH
                             MOVE 'SENHA INCORRETA' TO WRK-ACE-DETALHE
                             PERFORM 6110-REGISTRAR-FALHA-SIGNON
                             DISPLAY OPR-ERRO-SENHA
                             ACCEPT WRK-ENTER
                         ELSE
                             IF OPR-PERFIL < WRK-PERFIL-MINIMO
                                 MOVE 'PERFIL INSUFICIENTE'
                                     TO WRK-ACE-DETALHE
                                 PERFORM 6110-REGISTRAR-FALHA-SIGNON
                                 DISPLAY OPR-ERRO-PERFIL
                                 ACCEPT WRK-ENTER
                             ELSE
                                 MOVE OPR-ID     TO WRK-OPERADOR-LOGADO
                                 MOVE OPR-PERFIL TO WRK-PERFIL-LOGADO
                                 SET SIGNON-OK TO TRUE
                                 PERFORM 1955-ATUALIZAR-SESSAO
                             END-IF
                         END-IF
                     END-IF
             END-READ.

      *** REGISTRA NO LOG DE ACESSOS A ASSINATURA DE OPERADOR
      *** RECUSADA, COM O ID DIGITADO E O MOTIVO EM WRK-ACE-DETALHE
           6110-REGISTRAR-FALHA-SIGNON.
             MOVE 'OPR' TO WRK-ACE-FUNCAO
             MOVE ZEROS TO WRK-ACE-CPF
             MOVE 'F'   TO WRK-ACE-RESULTADO
             PERFORM 8910-GRAVAR-ACESSO.

      *** TELA DE ADMINISTRACAO DAS CONTAS DE OPERADOR, RESTRITA AO
      *** SUPERVISOR JA ASSINADO: CONSULTA, INCLUSAO E ALTERACAO
      *** (SENHA EM BRANCO MANTEM A ATUAL; STATUS I INATIVA A CONTA)
             MOVE 'PROGVAR2'            TO LOG-PROGRAMA
      *** NAS TELAS DE MANUTENCAO O OPERADOR ASSINADO ACOMPANHA O
      *** MOVIMENTO; NOS FLUXOS DO PROPRIO CLIENTE O CAMPO VAI EM
      *** BRANCO. NO MOVIMENTO APROVADO PELO SUPERVISOR O OPERADOR
      *** E QUEM PEDIU E O SUPERVISOR ASSINADO VAI COMO APROVADOR
             IF WRK-LOG-SOLICITANTE = SPACES
                 MOVE WRK-OPERADOR-LOGADO TO LOG-OPERADOR
                 MOVE SPACES              TO LOG-APROVADOR
             ELSE
                 MOVE WRK-LOG-SOLICITANTE TO LOG-OPERADOR
                 MOVE WRK-OPERADOR-LOGADO TO LOG-APROVADOR
             END-IF
             MOVE MST-CPF               TO LOG-CPF
             MOVE WRK-LOG-IMAGEM-ANTES  TO LOG-IMAGEM-ANTES
             MOVE WRK-LOG-IMAGEM-DEPOIS TO LOG-IMAGEM-DEPOIS
             WRITE LOG-REGISTRO.

      *** GRAVA NO JORNAL O MOVIMENTO DE ENDERECO ADICIONAL
      *** (OPERACAO 'N') COM O REGISTRO DO CADEND NAS IMAGENS: O TIPO
      *** GRAVADO NA IMAGEM IDENTIFICA QUAL ENDERECO MUDOU, E IMAGEM
      *** EM BRANCO INDICA ENDERECO INCLUIDO OU REMOVIDO
           8905-GRAVAR-JORNAL-ENDERECO.
             MOVE 'N'                   TO LOG-OPERACAO
             ACCEPT LOG-DATA FROM DATE YYYYMMDD
             ACCEPT LOG-HORA FROM TIME
             MOVE 'PROGVAR2'            TO LOG-PROGRAMA
             MOVE WRK-OPERADOR-LOGADO   TO LOG-OPERADOR
             MOVE SPACES                TO LOG-APROVADOR
             MOVE WRK-CPF-ORIGINAL-MANUT TO LOG-CPF
             MOVE WRK-EDC-IMAGEM-ANTES  TO LOG-IMAGEM-ANTES
             MOVE WRK-EDC-IMAGEM-DEPOIS TO LOG-IMAGEM-DEPOIS
             WRITE LOG-REGISTRO.

      *** GRAVA NO LOG DE ACESSOS O EVENTO PREPARADO PELO CHAMADOR
      *** EM WRK-ACE-FUNCAO/CPF/RESULTADO/DETALHE. NA FALHA DE
      *** ASSINATURA AINDA NAO HA OPERADOR ASSINADO E VAI O ID
      *** DIGITADO NA TELA
           8910-GRAVAR-ACESSO.
             ACCEPT ACE-DATA FROM DATE YYYYMMDD
             ACCEPT ACE-HORA FROM TIME
             MOVE 'PROGVAR2'          TO ACE-PROGRAMA
             MOVE WRK-ACE-FUNCAO      TO ACE-FUNCAO
             IF ACE-FUN-SIGNON-OPER
                 MOVE WRK-OPER-ID-DIG     TO ACE-OPERADOR
             ELSE
                 MOVE WRK-OPERADOR-LOGADO TO ACE-OPERADOR
             END-IF
             MOVE WRK-ACE-CPF         TO ACE-CPF
             MOVE WRK-ACE-RESULTADO   TO ACE-RESULTADO
             MOVE WRK-ACE-DETALHE     TO ACE-DETALHE
             WRITE ACE-REGISTRO.

      *** ENTRANDO NO SISTEMA
           10000-FINALIZAR.
               CLOSE CADMAST
               CLOSE CEPTAB
               IF NOT ENTRADA-SO-CONSULTA
                   CLOSE CADLOG
                   CLOSE CADCONS
                   CLOSE CADEND
               END-IF
               CLOSE CADSEC
               CLOSE CADOPER
               CLOSE CADACES
               PERFORM 1970-ENCERRAR-SESSAO
               STOP RUN.
