      *================================================================*
      *   PROGRAMA   : CADACESD                                        *
      *   ANALISTA   : RICARDO COSTA COUTINHO                          *
      *   PROGRAMADOR: ISAMEL JORGE BRANDAO                            *
      *   OBJETIVO   : EMITIR O RELATORIO DIARIO DE SEGURANCA A PARTIR *
      *                DO LOG DE ACESSOS (CADACES) GRAVADO PELO        *
      *                PROGVAR2: ACESSOS FORA DO HORARIO DE EXPEDIENTE,*
      *                OPERADORES COM VOLUME ANORMAL DE CONSULTAS NO   *
      *                DIA E FALHAS REPETIDAS DE ASSINATURA POR ID DE  *
      *                OPERADOR. HAVENDO ALERTA, TERMINA COM RC 8      *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADACESD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACES ASSIGN TO "CADACES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-ACE-STATUS.
           SELECT RELATORIO ASSIGN TO "CADACESD.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLPROC ASSIGN TO "CTLPROC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADACES.
           COPY "CADACES.CPY".
       FD  RELATORIO.
       01  REL-LINHA                PIC X(100).
       FD  CTLPROC.
           COPY "CTLPROC.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-ACE-STATUS        PIC X(02) VALUE SPACES.
           88 ACE-STATUS-OK       VALUE "00".
           88 ACE-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-FIM-CADACES       PIC X(01) VALUE 'N'.
           88 FIM-CADACES          VALUE 'S'.
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-DATA-MOVIMENTO    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.
       77 I                     PIC 9(03) VALUE 1.
       77 WRK-ACHOU-ENTRADA     PIC X(01) VALUE 'N'.
           88 ACHOU-ENTRADA        VALUE 'S'.

      ** PARAMETROS DOS ALERTAS. O EXPEDIENTE VAI DAS 07:00 AS 20:00;
      ** ACIMA DE WRK-LIMITE-CONSULTAS CONSULTAS A CLIENTE NO DIA O
      ** OPERADOR E APONTADO, E A PARTIR DE WRK-LIMITE-FALHAS FALHAS
      ** DE ASSINATURA O ID E APONTADO
       77 WRK-HORA-EXPED-INI    PIC 9(04) VALUE 0700.
       77 WRK-HORA-EXPED-FIM    PIC 9(04) VALUE 2000.
       77 WRK-LIMITE-CONSULTAS  PIC 9(05) VALUE 100.
       77 WRK-LIMITE-FALHAS     PIC 9(05) VALUE 3.
       77 WRK-HORA-EVENTO       PIC 9(04) VALUE ZEROS.

      ** TOTAIS DO DIA
       77 WRK-QTD-EVENTOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONSULTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BUSCAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-HISTORICOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FALHAS-OPER   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FALHAS-CLI    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FORA-HORARIO  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OPER-VOLUME   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OPER-FALHAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALERTAS       PIC 9(05) VALUE ZEROS.

      ** ACUMULADO POR ID DE OPERADOR (ACUMULADA NA ORDEM EM QUE OS
      ** IDS APARECEM NO LOG). CONSULTAS CONTAM A CONSULTA POR CPF E A
      ** SELECAO NA BUSCA POR NOME, QUE ABREM O CADASTRO DO CLIENTE
       77 WRK-QTD-OPER          PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-OPER.
           05 WRK-OPER-ITEM OCCURS 200 TIMES.
               10 WRK-OPER-ID        PIC X(08).
               10 WRK-OPER-CONSULTAS PIC 9(05).
               10 WRK-OPER-FALHAS    PIC 9(05).

       01  REL-LINHA-EVENTO.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 REL-EVE-HORA          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'OPER '.
           05 REL-EVE-OPERADOR      PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-EVE-FUNCAO        PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE 'CPF '.
           05 REL-EVE-CPF           PIC 9(11).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-EVE-RESULTADO     PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-EVE-DETALHE       PIC X(30).

       01  REL-LINHA-OPERADOR.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'OPER '.
           05 REL-OPE-ID            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-OPE-TITULO        PIC X(20).
           05 REL-OPE-QTD           PIC Z(04)9.

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               OPEN OUTPUT RELATORIO
               PERFORM 1000-IMPRIMIR-CABECALHO
               PERFORM 2000-PROCESSAR-ACESSOS
               PERFORM 3000-IMPRIMIR-VOLUME
               PERFORM 4000-IMPRIMIR-FALHAS-SIGNON
               PERFORM 5000-IMPRIMIR-TOTAIS
               CLOSE RELATORIO
               DISPLAY "CADACESD: EVENTOS DO DIA    " WRK-QTD-EVENTOS
               DISPLAY "CADACESD: ALERTAS           " WRK-QTD-ALERTAS
               DISPLAY "CADACESD: RELATORIO GRAVADO EM CADACESD.LST"
               IF WRK-QTD-ALERTAS > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.

      *** ESCREVE AS LINHAS DE CABECALHO DO RELATORIO
           1000-IMPRIMIR-CABECALHO.
             MOVE SPACES TO REL-LINHA
             STRING "RELATORIO DIARIO DE SEGURANCA DO CADASTRO - DATA "
                 WRK-DATA-MOVIMENTO
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "ACESSOS FORA DO HORARIO DE EXPEDIENTE ("
                 WRK-HORA-EXPED-INI(1:2) ":" WRK-HORA-EXPED-INI(3:2)
                 " AS "
                 WRK-HORA-EXPED-FIM(1:2) ":" WRK-HORA-EXPED-FIM(3:2)
                 ")"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA.

      *** LE O LOG DE ACESSOS DO INICIO AO FIM, TRATANDO SO OS EVENTOS
      *** DA DATA DE PROCESSAMENTO. OS ACESSOS FORA DO EXPEDIENTE SAO
      *** IMPRESSOS A MEDIDA QUE APARECEM; VOLUME E FALHAS POR
      *** OPERADOR SAO ACUMULADOS PARA AS SECOES SEGUINTES. SE O LOG
      *** AINDA NAO EXISTE, EMITE O RELATORIO VAZIO
           2000-PROCESSAR-ACESSOS.
             OPEN INPUT CADACES
             IF ACE-STATUS-OK
                 PERFORM UNTIL FIM-CADACES
                     READ CADACES
                         AT END
                             SET FIM-CADACES TO TRUE
                         NOT AT END
                             IF ACE-DATA = WRK-DATA-MOVIMENTO
                                 PERFORM 2010-TRATAR-EVENTO
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CADACES
             ELSE
                 DISPLAY "CADACESD: CADACES.DAT NAO ENCONTRADO, STATUS "
                     WRK-ACE-STATUS ", RELATORIO SERA EMITIDO VAZIO"
             END-IF.

      *** CLASSIFICA UM EVENTO DO DIA NOS TOTAIS, VERIFICA O HORARIO
      *** E ACUMULA NO OPERADOR. O LOGIN DO CLIENTE NA AREA DO
      *** CLIENTE NAO TEM HORARIO DE EXPEDIENTE NEM OPERADOR
           2010-TRATAR-EVENTO.
             ADD 1 TO WRK-QTD-EVENTOS
             EVALUATE TRUE
                 WHEN ACE-FUN-CONSULTA-CPF
                 WHEN ACE-FUN-SELECAO-NOME
                     ADD 1 TO WRK-QTD-CONSULTAS
                 WHEN ACE-FUN-BUSCA-NOME
                     ADD 1 TO WRK-QTD-BUSCAS
                 WHEN ACE-FUN-HISTORICO
                     ADD 1 TO WRK-QTD-HISTORICOS
                 WHEN ACE-FUN-SIGNON-OPER
                     ADD 1 TO WRK-QTD-FALHAS-OPER
                 WHEN ACE-FUN-LOGIN-CLIENTE
                     ADD 1 TO WRK-QTD-FALHAS-CLI
             END-EVALUATE
             IF NOT ACE-FUN-LOGIN-CLIENTE
                 MOVE ACE-HORA(1:4) TO WRK-HORA-EVENTO
                 IF WRK-HORA-EVENTO < WRK-HORA-EXPED-INI
                    OR WRK-HORA-EVENTO NOT < WRK-HORA-EXPED-FIM
                     PERFORM 2020-IMPRIMIR-FORA-HORARIO
                 END-IF
                 PERFORM 2030-ACUMULAR-OPERADOR
             END-IF.

      *** IMPRIME UM ACESSO FEITO FORA DO HORARIO DE EXPEDIENTE
           2020-IMPRIMIR-FORA-HORARIO.
             ADD 1 TO WRK-QTD-FORA-HORARIO
             ADD 1 TO WRK-QTD-ALERTAS
             MOVE SPACES TO REL-EVE-HORA
             STRING ACE-HORA(1:2) ':' ACE-HORA(3:2) ':' ACE-HORA(5:2)
                 DELIMITED BY SIZE INTO REL-EVE-HORA
             MOVE ACE-OPERADOR  TO REL-EVE-OPERADOR
             MOVE ACE-FUNCAO    TO REL-EVE-FUNCAO
             MOVE ACE-CPF       TO REL-EVE-CPF
             MOVE ACE-RESULTADO TO REL-EVE-RESULTADO
             MOVE ACE-DETALHE   TO REL-EVE-DETALHE
             MOVE REL-LINHA-EVENTO TO REL-LINHA
             WRITE REL-LINHA.

      *** ACUMULA O EVENTO NA ENTRADA DO ID DE OPERADOR, CRIANDO A
      *** ENTRADA NA PRIMEIRA OCORRENCIA
           2030-ACUMULAR-OPERADOR.
             MOVE 'N' TO WRK-ACHOU-ENTRADA
             PERFORM 2040-PROCURAR-OPERADOR
                 VARYING I FROM 1 BY 1
                 UNTIL I > WRK-QTD-OPER OR ACHOU-ENTRADA
             IF NOT ACHOU-ENTRADA
                 IF WRK-QTD-OPER < 200
                     ADD 1 TO WRK-QTD-OPER
                     MOVE ACE-OPERADOR TO WRK-OPER-ID(WRK-QTD-OPER)
                     MOVE ZEROS TO WRK-OPER-CONSULTAS(WRK-QTD-OPER)
                     MOVE ZEROS TO WRK-OPER-FALHAS(WRK-QTD-OPER)
                     MOVE WRK-QTD-OPER TO I
                     PERFORM 2050-SOMAR-OPERADOR
                 END-IF
             END-IF.

      *** PROCURA O ID DO EVENTO NA TABELA E ACUMULA SE ENCONTRAR
           2040-PROCURAR-OPERADOR.
             IF WRK-OPER-ID(I) = ACE-OPERADOR
                 PERFORM 2050-SOMAR-OPERADOR
                 SET ACHOU-ENTRADA TO TRUE
             END-IF.

      *** SOMA O EVENTO NA ENTRADA I DA TABELA DE OPERADORES
           2050-SOMAR-OPERADOR.
             IF ACE-FUN-CONSULTA-CPF OR ACE-FUN-SELECAO-NOME
                 ADD 1 TO WRK-OPER-CONSULTAS(I)
             END-IF
             IF ACE-FUN-SIGNON-OPER
                 ADD 1 TO WRK-OPER-FALHAS(I)
             END-IF.

      *** IMPRIME OS OPERADORES QUE PASSARAM DO LIMITE DE CONSULTAS
      *** A CLIENTE NO DIA
           3000-IMPRIMIR-VOLUME.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "OPERADORES COM MAIS DE " WRK-LIMITE-CONSULTAS
                 " CONSULTAS A CLIENTE NO DIA"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             PERFORM 3010-VERIFICAR-VOLUME
                 VARYING I FROM 1 BY 1 UNTIL I > WRK-QTD-OPER.

      *** VERIFICA O VOLUME DE CONSULTAS DA ENTRADA I
           3010-VERIFICAR-VOLUME.
             IF WRK-OPER-CONSULTAS(I) > WRK-LIMITE-CONSULTAS
                 ADD 1 TO WRK-QTD-OPER-VOLUME
                 ADD 1 TO WRK-QTD-ALERTAS
                 MOVE WRK-OPER-ID(I)        TO REL-OPE-ID
                 MOVE 'CONSULTAS NO DIA ..:' TO REL-OPE-TITULO
                 MOVE WRK-OPER-CONSULTAS(I) TO REL-OPE-QTD
                 MOVE REL-LINHA-OPERADOR TO REL-LINHA
                 WRITE REL-LINHA
             END-IF.

      *** IMPRIME OS IDS DE OPERADOR COM FALHAS REPETIDAS DE
      *** ASSINATURA NO DIA
           4000-IMPRIMIR-FALHAS-SIGNON.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "IDS DE OPERADOR COM " WRK-LIMITE-FALHAS
                 " OU MAIS FALHAS DE ASSINATURA NO DIA"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             PERFORM 4010-VERIFICAR-FALHAS
                 VARYING I FROM 1 BY 1 UNTIL I > WRK-QTD-OPER.

      *** VERIFICA AS FALHAS DE ASSINATURA DA ENTRADA I
           4010-VERIFICAR-FALHAS.
             IF WRK-OPER-FALHAS(I) NOT < WRK-LIMITE-FALHAS
                 ADD 1 TO WRK-QTD-OPER-FALHAS
                 ADD 1 TO WRK-QTD-ALERTAS
                 MOVE WRK-OPER-ID(I)        TO REL-OPE-ID
                 MOVE 'FALHAS DE ASSINATURA' TO REL-OPE-TITULO
                 MOVE WRK-OPER-FALHAS(I)    TO REL-OPE-QTD
                 MOVE REL-LINHA-OPERADOR TO REL-LINHA
                 WRITE REL-LINHA
             END-IF.

      *** ESCREVE OS TOTAIS DO DIA NO FINAL DO RELATORIO
           5000-IMPRIMIR-TOTAIS.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE CONSULTAS POR CPF ....: "
                 WRK-QTD-CONSULTAS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE BUSCAS POR NOME ......: " WRK-QTD-BUSCAS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE CONSULTAS DE HISTORICO: "
                 WRK-QTD-HISTORICOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE FALHAS DE ASSINATURA .: "
                 WRK-QTD-FALHAS-OPER
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE FALHAS LOGIN CLIENTE .: "
                 WRK-QTD-FALHAS-CLI
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE EVENTOS ..............: " WRK-QTD-EVENTOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "ALERTAS FORA DO HORARIO .......: "
                 WRK-QTD-FORA-HORARIO
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "ALERTAS DE VOLUME DE CONSULTAS : "
                 WRK-QTD-OPER-VOLUME
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "ALERTAS DE FALHA DE ASSINATURA : "
                 WRK-QTD-OPER-FALHAS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "TOTAL DE ALERTAS ..............: " WRK-QTD-ALERTAS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA.

      *** CORTA O REGISTRO DE CONTROLE DE PROCESSO DA EXECUCAO NO
      *** ARQUIVO COMPARTILHADO DA ESTEIRA, PARA O QUADRO DO CADCTRL
           9800-GRAVAR-CONTROLE.
             OPEN EXTEND CTLPROC
             IF CTL-STATUS-NAO-EXISTE
                 OPEN OUTPUT CTLPROC
                 CLOSE CTLPROC
                 OPEN EXTEND CTLPROC
             END-IF
             MOVE 'CADACESD'          TO CTL-PROGRAMA
             MOVE WRK-DATA-MOVIMENTO  TO CTL-DATA-PROCESSO
             MOVE WRK-HORA-INICIO     TO CTL-HORA-INICIO
             ACCEPT CTL-HORA-FIM FROM TIME
             MOVE WRK-QTD-EVENTOS     TO CTL-QTD-PROCESSADOS
             MOVE RETURN-CODE         TO CTL-RETURN-CODE
             WRITE CTL-REGISTRO
             CLOSE CTLPROC.
