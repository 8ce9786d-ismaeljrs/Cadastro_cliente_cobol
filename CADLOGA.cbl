      *================================================================*
      *   PROGRAMA   : CADLOGA                                         *
      *   ANALISTA   : RICARDO COSTA COUTINHO                          *
      *   PROGRAMADOR: ISAMEL JORGE BRANDAO                            *
      *   OBJETIVO   : FECHAMENTO PERIODICO DO JORNAL CADLOG. OS       *
      *                MOVIMENTOS MAIS ANTIGOS QUE O PRAZO INFORMADO   *
      *                PELA OPERACAO (EM MESES) SAO MOVIDOS PARA UMA   *
      *                GERACAO DATADA (CADLOG.A + DATA DA ROTACAO),    *
      *                REGISTRADA NO CATALOGO CADLOG.CAT, E O JORNAL   *
      *                CORRENTE FICA SO COM OS MOVIMENTOS RECENTES.    *
      *                PROVA A ROTACAO COM QUANTIDADE E HASH-TOTAL DE  *
      *                CPF DO JORNAL LIDO CONTRA A GERACAO E O JORNAL  *
      *                NOVO (COMO NO CADREORG) E RETORNA CODIGO 12 SE  *
      *                OS TOTAIS DIVERGIREM, SEM TOCAR NO JORNAL.      *
      *                CADA EXPURGO (MOVIMENTO 'P' DO CADPURGE) QUE    *
      *                VAI PARA A GERACAO FICA PENDENTE NO CONTROLE    *
      *                CADANON. EM SEGUIDA ANONIMIZA, EM TODAS AS      *
      *                GERACOES, AS IMAGENS DOS CPFS COM EXPURGO       *
      *                PENDENTE: OS DADOS PESSOAIS SAO APAGADOS E      *
      *                FICAM SO O CPF, A SITUACAO E AS DATAS DE        *
      *                CADASTRO E INATIVACAO, O QUE PRESERVA OS TOTAIS *
      *                DE CONTROLE E A REAPLICACAO DO CADRECOV. NOS    *
      *                MOVIMENTOS DE ENDERECO ADICIONAL FICAM O CPF E  *
      *                O TIPO. O EXPURGO SO E CONCLUIDO NUMA PASSADA   *
      *                SEM GERACAO AUSENTE DO DISCO; ATE LA E TENTADO  *
      *                DE NOVO A CADA EXECUCAO, COM CODIGO 8.          *
      *                ANTES DE ATUALIZAR, RESERVA A JANELA EXCLUSIVA  *
      *                DO CADASTRO NO CONTROLE DE DISPONIBILIDADE      *
      *                (CADDISP) E E RECUSADO COM CODIGO 12 SE HOUVER  *
      *                SESSAO ONLINE ABERTA OU OUTRO BATCH NA JANELA   *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  15/10/2026  |   ENDERECOS        *
      *  003 |  ISMAEL J. BRANDAO  |  15/10/2026  |   JANELA BATCH     *
      *  004 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVADOR        *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   STATUS ABERTURA  *
      *  006 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CONTROLE CADANON *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLOGA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLOG ASSIGN TO "CADLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT JORNAL-NOVO ASSIGN TO "CADLOG.NOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-NOV-STATUS.
           SELECT GERACAO ASSIGN TO WRK-NOME-GERACAO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-GER-STATUS.
           SELECT CATALOGO ASSIGN TO "CADLOG.CAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.
           SELECT RELATORIO ASSIGN TO "CADLOGA.LST"
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
           SELECT CADANON ASSIGN TO "CADANON.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANP-CHAVE
               FILE STATUS IS WRK-ANP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADLOG.
           COPY "CADLOG.CPY".
       FD  JORNAL-NOVO.
       01  NOV-REGISTRO             PIC X(438).
       FD  GERACAO.
       01  GER-REGISTRO             PIC X(438).
       FD  CATALOGO.
           COPY "CADCATJ.CPY".
       FD  RELATORIO.
       01  REL-LINHA                PIC X(100).
       FD  CTLPROC.
           COPY "CTLPROC.CPY".
       FD  CADDISP.
           COPY "CADDISP.CPY".
       FD  CADANON.
           COPY "CADANON.CPY".
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
       77 WRK-LOG-STATUS        PIC X(02) VALUE SPACES.
           88 LOG-STATUS-OK       VALUE "00".
       77 WRK-NOV-STATUS        PIC X(02) VALUE SPACES.
           88 NOV-STATUS-OK       VALUE "00".
       77 WRK-GER-STATUS        PIC X(02) VALUE SPACES.
           88 GER-STATUS-OK       VALUE "00".
       77 WRK-CAT-STATUS        PIC X(02) VALUE SPACES.
           88 CAT-STATUS-OK       VALUE "00".
           88 CAT-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-ANP-STATUS        PIC X(02) VALUE SPACES.
           88 ANP-STATUS-OK       VALUE "00".
           88 ANP-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-FIM-CADLOG        PIC X(01) VALUE 'N'.
           88 FIM-CADLOG           VALUE 'S'.
       77 WRK-FIM-GERACAO       PIC X(01) VALUE 'N'.
           88 FIM-GERACAO          VALUE 'S'.
       77 WRK-FIM-CATALOGO      PIC X(01) VALUE 'N'.
           88 FIM-CATALOGO         VALUE 'S'.
       77 WRK-GERACAO-ABERTA    PIC X(01) VALUE 'N'.
           88 GERACAO-ABERTA       VALUE 'S'.
       77 WRK-DATA-PROCESSO     PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.

      ** IDADE MINIMA, EM MESES, DOS MOVIMENTOS LEVADOS PARA A
      ** GERACAO. INFORMADA PELA OPERACAO, DE 1 A 99; ZEROS ASSUME
      ** O PADRAO. O JORNAL CORRENTE SEMPRE GUARDA PELO MENOS O MES
      ** ANTERIOR, QUE O CADCRM E O CADLOGD AINDA LEEM
       77 WRK-MESES-JORNAL      PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-PADRAO      PIC 9(02) VALUE 06.
       77 WRK-QTD-MESES-CORTE   PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-CORTE        PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE.
           05 WRK-ANO-CORTE       PIC 9(04).
           05 WRK-MES-CORTE       PIC 9(02).
           05 WRK-DIA-CORTE       PIC 9(02).

      ** NOME DA GERACAO ABERTA NO MOMENTO: A GERACAO NOVA DESTA
      ** ROTACAO, AS GERACOES DO CATALOGO NA ANONIMIZACAO, OU O
      ** JORNAL NOVO E O CORRENTE NA RECONTAGEM DE CONFERENCIA
       01 WRK-NOME-GERACAO      PIC X(20) VALUE SPACES.
       01 WRK-NOME-GERACAO-NOVA PIC X(20) VALUE SPACES.
       77 WRK-ROTACAO-JA-FEITA  PIC X(01) VALUE 'N'.
           88 ROTACAO-JA-FEITA     VALUE 'S'.

      ** TOTAIS DE CONTROLE DA ROTACAO: QUANTIDADE E HASH-TOTAL DE
      ** CPF DO JORNAL LIDO, DO QUE FOI PARA A GERACAO E DO QUE
      ** FICOU NO JORNAL, E AS RECONTAGENS DOS ARQUIVOS GRAVADOS
       77 WRK-QTD-LIDOS         PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-LIDOS        PIC 9(15) VALUE ZEROS.
       77 WRK-QTD-ARQUIVADOS    PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-ARQUIVADOS   PIC 9(15) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS      PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-MANTIDOS     PIC 9(15) VALUE ZEROS.
       77 WRK-QTD-CONTADOS      PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-CONTADOS     PIC 9(15) VALUE ZEROS.
       77 WRK-DATA-PRIMEIRO     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ULTIMO       PIC 9(08) VALUE ZEROS.
       77 WRK-TOTAIS-DIVERGEM   PIC X(01) VALUE 'N'.
           88 TOTAIS-DIVERGEM      VALUE 'S'.
      ** FALHA NA ABERTURA DO JORNAL NOVO OU DO CORRENTE NA
      ** SUBSTITUICAO: O JORNAL CORRENTE FICA COMO ESTAVA
       77 WRK-ERRO-SUBSTITUICAO PIC X(01) VALUE 'N'.
           88 ERRO-SUBSTITUICAO    VALUE 'S'.

      ** CONTROLE DOS EXPURGOS A ANONIMIZAR (CADANON): O EXPURGO
      ** ARQUIVADO FICA PENDENTE ATE UMA PASSADA POR TODAS AS
      ** GERACOES DO CATALOGO SEM GERACAO AUSENTE. SO OS MOVIMENTOS
      ** ATE A DATA/HORA DO EXPURGO SAO ANONIMIZADOS (CPF
      ** REAPROVEITADO EM CADASTRO POSTERIOR NAO PERDE O HISTORICO
      ** NOVO)
       77 WRK-FIM-CADANON       PIC X(01) VALUE 'N'.
           88 FIM-CADANON          VALUE 'S'.
       77 WRK-QTD-EXPURGOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXP-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXP-CONCLUIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GER-AUSENTES  PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-EXPURGO     PIC X(01) VALUE 'N'.
           88 ACHOU-EXPURGO        VALUE 'S'.
      ** GERACAO NOVA NAO RELIDA PARA REGISTRAR OS EXPURGOS: OS
      ** EXPURGOS DELA NAO ENTRAM NO CONTROLE
       77 WRK-ERRO-CADANON      PIC X(01) VALUE 'N'.
           88 ERRO-CADANON         VALUE 'S'.
       77 WRK-QTD-GER-LIDAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ANONIMIZADOS  PIC 9(09) VALUE ZEROS.
       77 WRK-MOV-ALTERADO      PIC X(01) VALUE 'N'.
           88 MOV-ALTERADO         VALUE 'S'.

      ** MOVIMENTO LIDO DE UMA GERACAO, NO LAYOUT DO CADLOG
       01 WRK-MOVIMENTO.
           05 MOV-OPERACAO         PIC X(01).
               88 MOV-OP-EXPURGO      VALUE 'P'.
               88 MOV-OP-ENDERECO     VALUE 'N'.
           05 MOV-DATA             PIC 9(08).
           05 MOV-HORA             PIC 9(08).
           05 MOV-PROGRAMA         PIC X(08).
           05 MOV-OPERADOR         PIC X(08).
           05 MOV-CPF              PIC 9(11).
           05 MOV-IMAGEM-ANTES     PIC X(193).
           05 MOV-IMAGEM-DEPOIS    PIC X(193).
           05 MOV-APROVADOR        PIC X(08).

      ** IMAGEM DO MESTRE A ANONIMIZAR: FICAM O CPF, A DATA DE
      ** CADASTRO, A SITUACAO E A DATA DE INATIVACAO
       01 WRK-IMAGEM-ANON.
           05 ANM-CPF              PIC 9(11).
           05 ANM-NOME             PIC X(30).
           05 ANM-DATA-NASC        PIC 9(08).
           05 ANM-GENE             PIC X(01).
           05 ANM-TELEFONE         PIC 9(11).
           05 ANM-CEP              PIC 9(08).
           05 ANM-NUMERO           PIC X(05).
           05 ANM-UF               PIC X(02).
           05 ANM-ENDERECO         PIC X(30).
           05 ANM-COMPLEMENTO      PIC X(30).
           05 ANM-EMAIL            PIC X(30).
           05 ANM-SENHA-HASH       PIC 9(10).
           05 ANM-DT-CADASTRO      PIC 9(08).
           05 ANM-STATUS           PIC X(01).
           05 ANM-DT-INATIVACAO    PIC 9(08).
      ** IMAGEM DO ENDERECO ADICIONAL A ANONIMIZAR: FICAM O CPF, O
      ** TIPO DO ENDERECO E A DATA DE ATUALIZACAO
       01 WRK-IMAGEM-ANON-END.
           05 ANE-CPF              PIC 9(11).
           05 ANE-TIPO             PIC X(01).
           05 ANE-CEP              PIC 9(08).
           05 ANE-NUMERO           PIC X(05).
           05 ANE-UF               PIC X(02).
           05 ANE-ENDERECO         PIC X(30).
           05 ANE-COMPLEMENTO      PIC X(30).
           05 ANE-DT-ATUALIZACAO   PIC 9(08).
           05 ANE-OPERADOR         PIC X(08).
           05 FILLER               PIC X(90).
       01 WRK-IMAGEM-ORIGINAL   PIC X(193) VALUE SPACES.

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-PROCESSO FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               DISPLAY "CADLOGA: INFORME A IDADE MINIMA EM MESES DOS "
                   "MOVIMENTOS A ARQUIVAR"
               DISPLAY "CADLOGA: (1 A 99, ZEROS = PADRAO "
                   WRK-MESES-PADRAO ")"
               ACCEPT WRK-MESES-JORNAL
               IF WRK-MESES-JORNAL = 0
                   MOVE WRK-MESES-PADRAO TO WRK-MESES-JORNAL
               END-IF
               PERFORM 1000-CALCULAR-CORTE
               PERFORM 1100-VERIFICAR-CATALOGO
               PERFORM 0500-RESERVAR-JANELA
               PERFORM 1200-ABRIR-RELATORIO
               PERFORM 1300-ABRIR-CADANON
               PERFORM 2000-SEPARAR-JORNAL
               IF WRK-QTD-ARQUIVADOS > 0
                   PERFORM 3000-CONFERIR-SEPARACAO
                   IF NOT TOTAIS-DIVERGEM
                       PERFORM 4000-SUBSTITUIR-JORNAL
                   END-IF
                   IF NOT TOTAIS-DIVERGEM AND NOT ERRO-SUBSTITUICAO
                       PERFORM 4100-REGISTRAR-GERACAO
                       PERFORM 4200-REGISTRAR-EXPURGOS
                   END-IF
               END-IF
      *** OS EXPURGOS PENDENTES DE EXECUCOES ANTERIORES SAO
      *** TENTADOS MESMO SEM GERACAO NOVA
               IF NOT TOTAIS-DIVERGEM AND NOT ERRO-SUBSTITUICAO
                   PERFORM 5000-ANONIMIZAR-EXPURGADOS
               END-IF
               CLOSE CADANON
               PERFORM 6000-IMPRIMIR-TOTAIS
               CLOSE RELATORIO
      *** TOTAIS DIVERGENTES INDICAM ROTACAO MAL SUCEDIDA: SOBE COM
      *** CODIGO 12 PARA A ESTEIRA PARAR, ASSIM COMO A FALHA NA
      *** SUBSTITUICAO DO JORNAL OU NO REGISTRO DOS EXPURGOS.
      *** GERACAO AUSENTE DEIXA EXPURGOS PENDENTES E SOBE COM
      *** CODIGO 8
               IF TOTAIS-DIVERGEM OR ERRO-SUBSTITUICAO OR ERRO-CADANON
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WRK-QTD-GER-AUSENTES > 0
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
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
                 DISPLAY "CADLOGA: CADDISP.DAT NAO ABERTO, STATUS "
                     WRK-DSP-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
             END-IF
             SET DSP-TIPO-JANELA TO TRUE
             SET DSP-ID-JANELA   TO TRUE
             MOVE 'CADLOGA'       TO DSP-PROGRAMA
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
                 DISPLAY "CADLOGA: CADASTRO EM PROCESSAMENTO PELO "
                     DSP-PROGRAMA " DESDE " DSP-DATA-INICIO " "
                     DSP-HORA-INICIO
                 DISPLAY "CADLOGA: SE A EXECUCAO FOI INTERROMPIDA, "
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
                     DISPLAY "CADLOGA: " WRK-QTD-SESSOES
                         " SESSAO(OES) ONLINE ABERTA(S) NO CADASTRO"
                     SET JANELA-OCUPADA TO TRUE
                 END-IF
             END-IF
             CLOSE CADDISP
             IF JANELA-OCUPADA
                 DISPLAY "CADLOGA: EXECUCAO RECUSADA, SISTEMA EM USO"
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
                             DISPLAY "CADLOGA: SESSAO ABERTA " DSP-ID
                                 " OPERADOR " DSP-OPERADOR
                         ELSE
                             SET FIM-CADDISP TO TRUE
                         END-IF
                 END-READ
             END-PERFORM.

      *** CALCULA A DATA DE CORTE: A DATA DE PROCESSO MENOS A IDADE
      *** INFORMADA EM MESES. MOVIMENTO COM DATA ANTERIOR AO CORTE
      *** VAI PARA A GERACAO
           1000-CALCULAR-CORTE.
             MOVE WRK-DATA-PROCESSO TO WRK-DATA-CORTE
             COMPUTE WRK-QTD-MESES-CORTE =
                 WRK-ANO-CORTE * 12 + WRK-MES-CORTE - 1
                 - WRK-MESES-JORNAL
             DIVIDE WRK-QTD-MESES-CORTE BY 12
                 GIVING WRK-ANO-CORTE
                 REMAINDER WRK-MES-CORTE
             ADD 1 TO WRK-MES-CORTE
             MOVE SPACES TO WRK-NOME-GERACAO-NOVA
             STRING "CADLOG.A" WRK-DATA-PROCESSO
                 DELIMITED BY SIZE INTO WRK-NOME-GERACAO-NOVA.

      *** A GERACAO LEVA A DATA DA ROTACAO NO NOME: UMA SEGUNDA
      *** ROTACAO NA MESMA DATA SOBRESCREVERIA A PRIMEIRA E E
      *** RECUSADA COM CODIGO 8
           1100-VERIFICAR-CATALOGO.
             OPEN INPUT CATALOGO
             IF CAT-STATUS-OK
                 PERFORM UNTIL FIM-CATALOGO
                     READ CATALOGO
                         AT END
                             SET FIM-CATALOGO TO TRUE
                         NOT AT END
                             IF JCA-DATA-ROTACAO = WRK-DATA-PROCESSO
                                 SET ROTACAO-JA-FEITA TO TRUE
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CATALOGO
             END-IF
             IF ROTACAO-JA-FEITA
                 DISPLAY "CADLOGA: O JORNAL JA FOI ROTACIONADO EM "
                     WRK-DATA-PROCESSO ", EXECUCAO CANCELADA"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF.

      *** ABRE O RELATORIO E IMPRIME O CABECALHO
           1200-ABRIR-RELATORIO.
             OPEN OUTPUT RELATORIO
             MOVE SPACES TO REL-LINHA
             STRING "ROTACAO DO JORNAL CADLOG - DATA "
                 WRK-DATA-PROCESSO " - CORTE " WRK-DATA-CORTE
                 " - IDADE " WRK-MESES-JORNAL " MESES"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA.

      *** ABRE O CONTROLE DE EXPURGOS A ANONIMIZAR, CRIANDO NA
      *** PRIMEIRA EXECUCAO. SEM O CONTROLE OS EXPURGOS DA ROTACAO
      *** SE PERDERIAM: A EXECUCAO TERMINA COM CODIGO 12 ANTES DE
      *** TOCAR NO JORNAL
           1300-ABRIR-CADANON.
             OPEN I-O CADANON
             IF ANP-STATUS-NAO-EXISTE
                 OPEN OUTPUT CADANON
                 CLOSE CADANON
                 OPEN I-O CADANON
             END-IF
             IF NOT ANP-STATUS-OK
                 DISPLAY "CADLOGA: CADANON.DAT NAO ABERTO, STATUS "
                     WRK-ANP-STATUS
                 CLOSE RELATORIO
                 MOVE 12 TO RETURN-CODE
                 PERFORM 9850-LIBERAR-JANELA
                 PERFORM 9800-GRAVAR-CONTROLE
                 STOP RUN
             END-IF.

      *** LE O JORNAL CORRENTE DO INICIO AO FIM: MOVIMENTO ANTERIOR
      *** AO CORTE VAI PARA A GERACAO NOVA, OS DEMAIS PARA O JORNAL
      *** NOVO (CADLOG.NOV). O CADLOG.DAT SO E SUBSTITUIDO DEPOIS DE
      *** CONFERIDOS OS TOTAIS. SEM JORNAL NAO HA O QUE ROTACIONAR
      *** E A EXECUCAO TERMINA COM CODIGO 12
           2000-SEPARAR-JORNAL.
             OPEN INPUT CADLOG
             IF NOT LOG-STATUS-OK
                 DISPLAY "CADLOGA: CADLOG.DAT NAO ENCONTRADO, STATUS "
                     WRK-LOG-STATUS
                 CLOSE RELATORIO
                 CLOSE CADANON
                 MOVE 12 TO RETURN-CODE
                 PERFORM 9850-LIBERAR-JANELA
                 PERFORM 9800-GRAVAR-CONTROLE
                 STOP RUN
             END-IF
             OPEN OUTPUT JORNAL-NOVO
             MOVE WRK-NOME-GERACAO-NOVA TO WRK-NOME-GERACAO
             PERFORM UNTIL FIM-CADLOG
                 READ CADLOG
                     AT END
                         SET FIM-CADLOG TO TRUE
                     NOT AT END
                         ADD 1 TO WRK-QTD-LIDOS
                         ADD LOG-CPF TO WRK-HASH-LIDOS
                         IF LOG-DATA < WRK-DATA-CORTE
                             PERFORM 2100-ARQUIVAR-MOVIMENTO
                         ELSE
                             ADD 1 TO WRK-QTD-MANTIDOS
                             ADD LOG-CPF TO WRK-HASH-MANTIDOS
                             MOVE LOG-REGISTRO TO NOV-REGISTRO
                             WRITE NOV-REGISTRO
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE CADLOG
             CLOSE JORNAL-NOVO
             IF GERACAO-ABERTA
                 CLOSE GERACAO
             END-IF.

      *** GRAVA UM MOVIMENTO NA GERACAO NOVA, ABERTA NO PRIMEIRO
      *** MOVIMENTO ARQUIVADO (SEM MOVIMENTO ANTIGO NAO HA GERACAO)
           2100-ARQUIVAR-MOVIMENTO.
             IF NOT GERACAO-ABERTA
                 OPEN OUTPUT GERACAO
                 SET GERACAO-ABERTA TO TRUE
                 MOVE LOG-DATA TO WRK-DATA-PRIMEIRO
             END-IF
             MOVE LOG-DATA TO WRK-DATA-ULTIMO
             ADD 1 TO WRK-QTD-ARQUIVADOS
             ADD LOG-CPF TO WRK-HASH-ARQUIVADOS
             MOVE LOG-REGISTRO TO GER-REGISTRO
             WRITE GER-REGISTRO.

      *** CONFERE A SEPARACAO: O JORNAL LIDO TEM QUE SER A SOMA DA
      *** GERACAO E DO JORNAL NOVO, E A RECONTAGEM DOS DOIS ARQUIVOS
      *** GRAVADOS TEM QUE BATER COM O QUE FOI GRAVADO
           3000-CONFERIR-SEPARACAO.
             IF WRK-QTD-LIDOS NOT =
                    WRK-QTD-ARQUIVADOS + WRK-QTD-MANTIDOS OR
                WRK-HASH-LIDOS NOT =
                    WRK-HASH-ARQUIVADOS + WRK-HASH-MANTIDOS
                 SET TOTAIS-DIVERGEM TO TRUE
             END-IF
             MOVE WRK-NOME-GERACAO-NOVA TO WRK-NOME-GERACAO
             PERFORM 3100-RECONTAR-ARQUIVO
             IF WRK-QTD-CONTADOS NOT = WRK-QTD-ARQUIVADOS OR
                WRK-HASH-CONTADOS NOT = WRK-HASH-ARQUIVADOS
                 SET TOTAIS-DIVERGEM TO TRUE
             END-IF
             MOVE "CADLOG.NOV" TO WRK-NOME-GERACAO
             PERFORM 3100-RECONTAR-ARQUIVO
             IF WRK-QTD-CONTADOS NOT = WRK-QTD-MANTIDOS OR
                WRK-HASH-CONTADOS NOT = WRK-HASH-MANTIDOS
                 SET TOTAIS-DIVERGEM TO TRUE
             END-IF.

      *** RELE O ARQUIVO INDICADO EM WRK-NOME-GERACAO E ACUMULA A
      *** QUANTIDADE E O HASH-TOTAL DE CPF DOS MOVIMENTOS
           3100-RECONTAR-ARQUIVO.
             MOVE ZEROS TO WRK-QTD-CONTADOS
             MOVE ZEROS TO WRK-HASH-CONTADOS
             MOVE 'N' TO WRK-FIM-GERACAO
             OPEN INPUT GERACAO
             IF GER-STATUS-OK
                 PERFORM UNTIL FIM-GERACAO
                     READ GERACAO INTO WRK-MOVIMENTO
                         AT END
                             SET FIM-GERACAO TO TRUE
                         NOT AT END
                             ADD 1 TO WRK-QTD-CONTADOS
                             ADD MOV-CPF TO WRK-HASH-CONTADOS
                     END-READ
                 END-PERFORM
                 CLOSE GERACAO
             END-IF.

      *** SUBSTITUI O JORNAL CORRENTE PELO JORNAL NOVO E CONFERE A
      *** COPIA. O CADLOG.NOV E ESVAZIADO DEPOIS DA CONFERENCIA; COM
      *** TOTAIS DIVERGENTES ELE FICA PARA A OPERACAO RESTAURAR.
      *** SE O JORNAL NOVO OU O CORRENTE NAO ABRIREM, O CORRENTE NAO
      *** E TOCADO E A GERACAO NOVA NAO E CATALOGADA
           4000-SUBSTITUIR-JORNAL.
             OPEN INPUT JORNAL-NOVO
             IF NOT NOV-STATUS-OK
                 DISPLAY "CADLOGA: CADLOG.NOV NAO ABERTO, STATUS "
                     WRK-NOV-STATUS ", JORNAL NAO SUBSTITUIDO"
                 SET ERRO-SUBSTITUICAO TO TRUE
             ELSE
                 OPEN OUTPUT CADLOG
                 IF NOT LOG-STATUS-OK
                     DISPLAY "CADLOGA: CADLOG.DAT NAO ABERTO, STATUS "
                         WRK-LOG-STATUS ", JORNAL NAO SUBSTITUIDO"
                     SET ERRO-SUBSTITUICAO TO TRUE
                     CLOSE JORNAL-NOVO
                 END-IF
             END-IF
             IF NOT ERRO-SUBSTITUICAO
                 PERFORM 4010-COPIAR-JORNAL-NOVO
             END-IF.

      *** COPIA O JORNAL NOVO SOBRE O CORRENTE E CONFERE A COPIA
           4010-COPIAR-JORNAL-NOVO.
             MOVE 'N' TO WRK-FIM-CADLOG
             PERFORM UNTIL FIM-CADLOG
                 READ JORNAL-NOVO
                     AT END
                         SET FIM-CADLOG TO TRUE
                     NOT AT END
                         MOVE NOV-REGISTRO TO LOG-REGISTRO
                         WRITE LOG-REGISTRO
                 END-READ
             END-PERFORM
             CLOSE JORNAL-NOVO
             CLOSE CADLOG
             MOVE "CADLOG.DAT" TO WRK-NOME-GERACAO
             PERFORM 3100-RECONTAR-ARQUIVO
             IF WRK-QTD-CONTADOS NOT = WRK-QTD-MANTIDOS OR
                WRK-HASH-CONTADOS NOT = WRK-HASH-MANTIDOS
                 SET TOTAIS-DIVERGEM TO TRUE
                 DISPLAY "CADLOGA: CADLOG.DAT DIVERGENTE, RESTAURAR "
                     "A PARTIR DE CADLOG.NOV E " WRK-NOME-GERACAO-NOVA
             ELSE
                 OPEN OUTPUT JORNAL-NOVO
                 CLOSE JORNAL-NOVO
             END-IF.

      *** REGISTRA A GERACAO NOVA NO CATALOGO COM A FAIXA DE DATAS
      *** E OS TOTAIS DE CONTROLE CONFERIDOS
           4100-REGISTRAR-GERACAO.
             OPEN EXTEND CATALOGO
             IF CAT-STATUS-NAO-EXISTE
                 OPEN OUTPUT CATALOGO
                 CLOSE CATALOGO
                 OPEN EXTEND CATALOGO
             END-IF
             MOVE WRK-NOME-GERACAO-NOVA TO JCA-NOME-GERACAO
             MOVE WRK-DATA-PROCESSO     TO JCA-DATA-ROTACAO
             MOVE WRK-DATA-CORTE        TO JCA-DATA-CORTE
             MOVE WRK-DATA-PRIMEIRO     TO JCA-DATA-PRIMEIRO
             MOVE WRK-DATA-ULTIMO       TO JCA-DATA-ULTIMO
             MOVE WRK-QTD-ARQUIVADOS    TO JCA-QTD-MOVIMENTOS
             MOVE WRK-HASH-ARQUIVADOS   TO JCA-HASH-CPF
             WRITE JCA-REGISTRO
             CLOSE CATALOGO.

      *** RELE A GERACAO NOVA, JA CONFERIDA E CATALOGADA, E GRAVA
      *** CADA EXPURGO DELA COMO PENDENTE NO CONTROLE CADANON.
      *** EXPURGO JA REGISTRADO (JORNAL RESTAURADO E ROTACIONADO DE
      *** NOVO) VOLTA A FICAR PENDENTE
           4200-REGISTRAR-EXPURGOS.
             MOVE WRK-NOME-GERACAO-NOVA TO WRK-NOME-GERACAO
             MOVE 'N' TO WRK-FIM-GERACAO
             OPEN INPUT GERACAO
             IF NOT GER-STATUS-OK
                 SET ERRO-CADANON TO TRUE
                 DISPLAY "CADLOGA: " WRK-NOME-GERACAO " NAO RELIDA, "
                     "STATUS " WRK-GER-STATUS
                 DISPLAY "CADLOGA: EXPURGOS DA GERACAO NAO "
                     "REGISTRADOS NO CADANON"
             ELSE
                 PERFORM UNTIL FIM-GERACAO
                     READ GERACAO INTO WRK-MOVIMENTO
                         AT END
                             SET FIM-GERACAO TO TRUE
                         NOT AT END
                             IF MOV-OP-EXPURGO
                                 PERFORM 4210-GRAVAR-EXPURGO
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE GERACAO
             END-IF.

      *** GRAVA UM EXPURGO PENDENTE NO CONTROLE CADANON
           4210-GRAVAR-EXPURGO.
             MOVE MOV-CPF           TO ANP-CPF
             MOVE MOV-DATA          TO ANP-DATA-EXPURGO
             MOVE MOV-HORA          TO ANP-HORA-EXPURGO
             MOVE WRK-DATA-PROCESSO TO ANP-DATA-ROTACAO
             SET ANP-PENDENTE       TO TRUE
             MOVE ZEROS             TO ANP-DATA-CONCLUSAO
             ADD 1 TO WRK-QTD-EXPURGOS
             WRITE ANP-REGISTRO
                 INVALID KEY
                     REWRITE ANP-REGISTRO
                         INVALID KEY
                             CONTINUE
                     END-REWRITE
             END-WRITE.

      *** COM EXPURGO PENDENTE NO CONTROLE, PERCORRE TODAS AS
      *** GERACOES DO CATALOGO (A NOVA INCLUSIVE) E ANONIMIZA OS
      *** MOVIMENTOS DOS CPFS EXPURGADOS. O JORNAL CORRENTE NAO
      *** PRECISA: TODO MOVIMENTO ATE O EXPURGO E MAIS ANTIGO QUE O
      *** CORTE E JA ESTA EM ALGUMA GERACAO. SEM GERACAO AUSENTE OS
      *** PENDENTES SAO CONCLUIDOS; SENAO FICAM PARA A PROXIMA
      *** EXECUCAO
           5000-ANONIMIZAR-EXPURGADOS.
             PERFORM 5010-CONTAR-PENDENTES
             IF WRK-QTD-EXP-PENDENTES > 0
                 MOVE 'N' TO WRK-FIM-CATALOGO
                 OPEN INPUT CATALOGO
                 IF NOT CAT-STATUS-OK
                     ADD 1 TO WRK-QTD-GER-AUSENTES
                     MOVE SPACES TO REL-LINHA
                     STRING "CATALOGO CADLOG.CAT NAO ABERTO, STATUS "
                         WRK-CAT-STATUS
                         DELIMITED BY SIZE INTO REL-LINHA
                     WRITE REL-LINHA
                 ELSE
                     PERFORM UNTIL FIM-CATALOGO
                         READ CATALOGO
                             AT END
                                 SET FIM-CATALOGO TO TRUE
                             NOT AT END
                                 ADD 1 TO WRK-QTD-GER-LIDAS
                                 MOVE JCA-NOME-GERACAO
                                     TO WRK-NOME-GERACAO
                                 PERFORM 5100-ANONIMIZAR-GERACAO
                         END-READ
                     END-PERFORM
                     CLOSE CATALOGO
                 END-IF
                 IF WRK-QTD-GER-AUSENTES = 0
                     PERFORM 5400-CONCLUIR-EXPURGOS
                 END-IF
             END-IF.

      *** CONTA OS EXPURGOS AINDA PENDENTES NO CONTROLE
           5010-CONTAR-PENDENTES.
             MOVE ZEROS TO WRK-QTD-EXP-PENDENTES
             MOVE 'N' TO WRK-FIM-CADANON
             MOVE LOW-VALUES TO ANP-CHAVE
             START CADANON KEY IS >= ANP-CHAVE
                 INVALID KEY
                     SET FIM-CADANON TO TRUE
             END-START
             PERFORM UNTIL FIM-CADANON
                 READ CADANON NEXT RECORD
                     AT END
                         SET FIM-CADANON TO TRUE
                     NOT AT END
                         IF ANP-PENDENTE
                             ADD 1 TO WRK-QTD-EXP-PENDENTES
                         END-IF
                 END-READ
             END-PERFORM.

      *** ABRE UMA GERACAO EM I-O E REGRAVA NO LUGAR OS MOVIMENTOS
      *** ANONIMIZADOS. GERACAO AUSENTE DO DISCO E APONTADA NO
      *** RELATORIO E DEIXA OS EXPURGOS PENDENTES
           5100-ANONIMIZAR-GERACAO.
             MOVE 'N' TO WRK-FIM-GERACAO
             OPEN I-O GERACAO
             IF NOT GER-STATUS-OK
                 MOVE SPACES TO REL-LINHA
                 STRING "GERACAO " WRK-NOME-GERACAO
                     " NAO ENCONTRADA, STATUS " WRK-GER-STATUS
                     DELIMITED BY SIZE INTO REL-LINHA
                 WRITE REL-LINHA
                 ADD 1 TO WRK-QTD-GER-AUSENTES
             ELSE
                 PERFORM UNTIL FIM-GERACAO
                     READ GERACAO INTO WRK-MOVIMENTO
                         AT END
                             SET FIM-GERACAO TO TRUE
                         NOT AT END
                             PERFORM 5200-PROCURAR-EXPURGO
                             IF ACHOU-EXPURGO
                                 PERFORM 5300-ANONIMIZAR-MOVIMENTO
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE GERACAO
             END-IF.

      *** PROCURA NO CONTROLE UM EXPURGO DO CPF DO MOVIMENTO COM
      *** DATA/HORA IGUAL OU POSTERIOR A DO MOVIMENTO: SO VALE
      *** MOVIMENTO ATE A DATA/HORA DO EXPURGO. EXPURGO JA CONCLUIDO
      *** TAMBEM VALE (O MOVIMENTO JA ANONIMIZADO NAO E REGRAVADO)
           5200-PROCURAR-EXPURGO.
             MOVE 'N' TO WRK-ACHOU-EXPURGO
             MOVE MOV-CPF  TO ANP-CPF
             MOVE MOV-DATA TO ANP-DATA-EXPURGO
             MOVE MOV-HORA TO ANP-HORA-EXPURGO
             START CADANON KEY IS >= ANP-CHAVE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     READ CADANON NEXT RECORD
                         AT END
                             CONTINUE
                         NOT AT END
                             IF ANP-CPF = MOV-CPF
                                 SET ACHOU-EXPURGO TO TRUE
                             END-IF
                     END-READ
             END-START.

      *** APAGA OS DADOS PESSOAIS DAS DUAS IMAGENS DO MOVIMENTO E
      *** REGRAVA. MOVIMENTO JA ANONIMIZADO NAO E REGRAVADO
           5300-ANONIMIZAR-MOVIMENTO.
             MOVE 'N' TO WRK-MOV-ALTERADO
             MOVE MOV-IMAGEM-ANTES TO WRK-IMAGEM-ORIGINAL
             PERFORM 5310-ANONIMIZAR-IMAGEM
             MOVE WRK-IMAGEM-ORIGINAL TO MOV-IMAGEM-ANTES
             MOVE MOV-IMAGEM-DEPOIS TO WRK-IMAGEM-ORIGINAL
             PERFORM 5310-ANONIMIZAR-IMAGEM
             MOVE WRK-IMAGEM-ORIGINAL TO MOV-IMAGEM-DEPOIS
             IF MOV-ALTERADO
                 ADD 1 TO WRK-QTD-ANONIMIZADOS
                 MOVE WRK-MOVIMENTO TO GER-REGISTRO
                 REWRITE GER-REGISTRO
             END-IF.

      *** ANONIMIZA A IMAGEM EM WRK-IMAGEM-ORIGINAL. IMAGEM EM
      *** BRANCO (ANTERIOR DA INCLUSAO, POSTERIOR DO EXPURGO) FICA
      *** COMO ESTA. IMAGEM DE ENDERECO ADICIONAL TEM LAYOUT PROPRIO
           5310-ANONIMIZAR-IMAGEM.
             IF WRK-IMAGEM-ORIGINAL NOT = SPACES AND MOV-OP-ENDERECO
                 PERFORM 5320-ANONIMIZAR-IMAGEM-END
             END-IF
             IF WRK-IMAGEM-ORIGINAL NOT = SPACES AND
                NOT MOV-OP-ENDERECO
                 MOVE WRK-IMAGEM-ORIGINAL TO WRK-IMAGEM-ANON
                 MOVE SPACES TO ANM-NOME
                 MOVE ZEROS  TO ANM-DATA-NASC
                 MOVE SPACES TO ANM-GENE
                 MOVE ZEROS  TO ANM-TELEFONE
                 MOVE ZEROS  TO ANM-CEP
                 MOVE SPACES TO ANM-NUMERO
                 MOVE SPACES TO ANM-UF
                 MOVE SPACES TO ANM-ENDERECO
                 MOVE SPACES TO ANM-COMPLEMENTO
                 MOVE SPACES TO ANM-EMAIL
                 MOVE ZEROS  TO ANM-SENHA-HASH
                 IF WRK-IMAGEM-ANON NOT = WRK-IMAGEM-ORIGINAL
                     SET MOV-ALTERADO TO TRUE
                     MOVE WRK-IMAGEM-ANON TO WRK-IMAGEM-ORIGINAL
                 END-IF
             END-IF.

      *** ANONIMIZA A IMAGEM DE ENDERECO ADICIONAL EM
      *** WRK-IMAGEM-ORIGINAL
           5320-ANONIMIZAR-IMAGEM-END.
             MOVE WRK-IMAGEM-ORIGINAL TO WRK-IMAGEM-ANON-END
             MOVE ZEROS  TO ANE-CEP
             MOVE SPACES TO ANE-NUMERO
             MOVE SPACES TO ANE-UF
             MOVE SPACES TO ANE-ENDERECO
             MOVE SPACES TO ANE-COMPLEMENTO
             IF WRK-IMAGEM-ANON-END NOT = WRK-IMAGEM-ORIGINAL
                 SET MOV-ALTERADO TO TRUE
                 MOVE WRK-IMAGEM-ANON-END TO WRK-IMAGEM-ORIGINAL
             END-IF.

      *** MARCA COMO CONCLUIDOS OS EXPURGOS PENDENTES, DEPOIS DE
      *** UMA PASSADA POR TODAS AS GERACOES DO CATALOGO
           5400-CONCLUIR-EXPURGOS.
             MOVE 'N' TO WRK-FIM-CADANON
             MOVE LOW-VALUES TO ANP-CHAVE
             START CADANON KEY IS >= ANP-CHAVE
                 INVALID KEY
                     SET FIM-CADANON TO TRUE
             END-START
             PERFORM UNTIL FIM-CADANON
                 READ CADANON NEXT RECORD
                     AT END
                         SET FIM-CADANON TO TRUE
                     NOT AT END
                         IF ANP-PENDENTE
                             SET ANP-CONCLUIDO TO TRUE
                             MOVE WRK-DATA-PROCESSO
                                 TO ANP-DATA-CONCLUSAO
                             REWRITE ANP-REGISTRO
                                 INVALID KEY
                                     CONTINUE
                                 NOT INVALID KEY
                                     ADD 1 TO WRK-QTD-EXP-CONCLUIDOS
                             END-REWRITE
                         END-IF
                 END-READ
             END-PERFORM.

      *** IMPRIME E EXIBE OS TOTAIS DE CONTROLE DA ROTACAO
           6000-IMPRIMIR-TOTAIS.
             MOVE SPACES TO REL-LINHA
             STRING "MOVIMENTOS LIDOS ........: " WRK-QTD-LIDOS
                 "  HASH " WRK-HASH-LIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "MOVIMENTOS ARQUIVADOS ...: " WRK-QTD-ARQUIVADOS
                 "  HASH " WRK-HASH-ARQUIVADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "MOVIMENTOS NO JORNAL ....: " WRK-QTD-MANTIDOS
                 "  HASH " WRK-HASH-MANTIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             IF WRK-QTD-ARQUIVADOS = 0
                 STRING "NENHUM MOVIMENTO ANTERIOR A " WRK-DATA-CORTE
                     ", GERACAO NAO CRIADA"
                     DELIMITED BY SIZE INTO REL-LINHA
             ELSE
                 STRING "GERACAO .................: "
                     WRK-NOME-GERACAO-NOVA " DE " WRK-DATA-PRIMEIRO
                     " A " WRK-DATA-ULTIMO
                     DELIMITED BY SIZE INTO REL-LINHA
             END-IF
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "EXPURGOS ARQUIVADOS .....: " WRK-QTD-EXPURGOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "EXPURGOS PENDENTES ......: "
                 WRK-QTD-EXP-PENDENTES
                 "  CONCLUIDOS " WRK-QTD-EXP-CONCLUIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "MOVIMENTOS ANONIMIZADOS .: " WRK-QTD-ANONIMIZADOS
                 "  EM " WRK-QTD-GER-LIDAS " GERACOES"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             IF WRK-QTD-GER-AUSENTES > 0
                 MOVE SPACES TO REL-LINHA
                 STRING "GERACOES AUSENTES .......: "
                     WRK-QTD-GER-AUSENTES
                     ", EXPURGOS CONTINUAM PENDENTES"
                     DELIMITED BY SIZE INTO REL-LINHA
                 WRITE REL-LINHA
             END-IF
             IF ERRO-CADANON
                 MOVE SPACES TO REL-LINHA
                 STRING "EXPURGOS DA GERACAO NOVA NAO REGISTRADOS "
                     "NO CADANON"
                     DELIMITED BY SIZE INTO REL-LINHA
                 WRITE REL-LINHA
             END-IF
             MOVE SPACES TO REL-LINHA
             IF TOTAIS-DIVERGEM
                 MOVE "RESULTADO: TOTAIS DIVERGENTES, JORNAL NAO "
                     TO REL-LINHA
                 MOVE "ROTACIONADO" TO REL-LINHA(43:11)
             ELSE
                 IF ERRO-SUBSTITUICAO
                     STRING "RESULTADO: ERRO NA SUBSTITUICAO, JORNAL "
                         "NAO ROTACIONADO"
                         DELIMITED BY SIZE INTO REL-LINHA
                 ELSE
                     MOVE "RESULTADO: TOTAIS CONFERIDOS" TO REL-LINHA
                 END-IF
             END-IF
             WRITE REL-LINHA
             DISPLAY "CADLOGA: LIDOS       " WRK-QTD-LIDOS
             DISPLAY "CADLOGA: ARQUIVADOS  " WRK-QTD-ARQUIVADOS
             DISPLAY "CADLOGA: ANONIMIZADOS " WRK-QTD-ANONIMIZADOS
             IF WRK-QTD-GER-AUSENTES > 0
                 DISPLAY "CADLOGA: " WRK-QTD-GER-AUSENTES
                     " GERACAO(OES) AUSENTE(S), EXPURGOS PENDENTES"
             END-IF
             IF TOTAIS-DIVERGEM
                 DISPLAY "CADLOGA: TOTAIS DIVERGENTES, VERIFICAR "
                     "CADLOGA.LST"
             END-IF.

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
                         IF DSP-PROGRAMA = 'CADLOGA'
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
             MOVE 'CADLOGA'          TO CTL-PROGRAMA
             MOVE WRK-DATA-PROCESSO  TO CTL-DATA-PROCESSO
             MOVE WRK-HORA-INICIO    TO CTL-HORA-INICIO
             ACCEPT CTL-HORA-FIM FROM TIME
             MOVE WRK-QTD-ARQUIVADOS TO CTL-QTD-PROCESSADOS
             MOVE RETURN-CODE        TO CTL-RETURN-CODE
             WRITE CTL-REGISTRO
             CLOSE CTLPROC.
