      *================================================================*
      *   PROGRAMA   : CADPENDD                                        *
      *   ANALISTA   : RICARDO COSTA COUTINHO                          *
      *   PROGRAMADOR: ISAMEL JORGE BRANDAO                            *
      *   OBJETIVO   : EMITIR O RELATORIO DIARIO DOS PEDIDOS DE        *
      *                MANUTENCAO PENDENTES DE APROVACAO DO SUPERVISOR *
      *                (CADPEND) GRAVADOS PELO PROGVAR2: CADA PEDIDO   *
      *                AINDA PENDENTE COM A IDADE EM DIAS, APONTANDO   *
      *                OS QUE PASSARAM DO PRAZO, E AS DECISOES DO DIA. *
      *                HAVENDO PEDIDO ATRASADO, TERMINA COM RC 8       *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPENDD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPEND ASSIGN TO "CADPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-PND-STATUS.
           SELECT RELATORIO ASSIGN TO "CADPENDD.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLPROC ASSIGN TO "CTLPROC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADPEND.
           COPY "CADPEND.CPY".
       FD  RELATORIO.
       01  REL-LINHA                PIC X(100).
       FD  CTLPROC.
           COPY "CTLPROC.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-PND-STATUS        PIC X(02) VALUE SPACES.
           88 PND-STATUS-OK       VALUE "00".
           88 PND-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-FIM-CADPEND       PIC X(01) VALUE 'N'.
           88 FIM-CADPEND          VALUE 'S'.
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-DATA-MOVIMENTO    PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.

      ** PRAZO DA DECISAO: PEDIDO PENDENTE HA MAIS DE
      ** WRK-PRAZO-DIAS DIAS CORRIDOS E APONTADO COMO ATRASADO
       77 WRK-PRAZO-DIAS        PIC 9(03) VALUE 2.
       77 WRK-IDADE-DIAS        PIC 9(05) VALUE ZEROS.

      ** TOTAIS DO RELATORIO
       77 WRK-QTD-LIDOS         PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PEND-ALTER    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PEND-INATIV   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ATRASADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-MAIOR-IDADE       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APROV-DIA     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEIT-DIA    PIC 9(05) VALUE ZEROS.

      ** CALCULO DE DIAS CORRIDOS DE UMA DATA AAAAMMDD, PARA MEDIR A
      ** IDADE DO PEDIDO SEM ERRO DE VIRADA DE MES OU DE ANO
       01 WRK-DCOR-DATA         PIC 9(08) VALUE ZEROS.
       01 WRK-DCOR-DATA-R REDEFINES WRK-DCOR-DATA.
           05 WRK-DCOR-ANO        PIC 9(04).
           05 WRK-DCOR-MES        PIC 9(02).
           05 WRK-DCOR-DIA        PIC 9(02).
       77 WRK-DCOR-DIAS         PIC 9(09) VALUE ZEROS.
       77 WRK-DCOR-ANO-ANT      PIC 9(05) VALUE ZEROS.
       77 WRK-DCOR-BISSEXTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-DCOR-SECULOS      PIC 9(05) VALUE ZEROS.
       77 WRK-DCOR-QUADRI       PIC 9(05) VALUE ZEROS.
       77 WRK-DCOR-RESTO        PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-HOJE         PIC 9(09) VALUE ZEROS.

      ** TABELA DE DIAS ACUMULADOS ANTES DE CADA MES (JAN A DEZ)
       01 WRK-TAB-DIAS-ACUM-VALORES.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 031.
           05 FILLER PIC 9(03) VALUE 059.
           05 FILLER PIC 9(03) VALUE 090.
           05 FILLER PIC 9(03) VALUE 120.
           05 FILLER PIC 9(03) VALUE 151.
           05 FILLER PIC 9(03) VALUE 181.
           05 FILLER PIC 9(03) VALUE 212.
           05 FILLER PIC 9(03) VALUE 243.
           05 FILLER PIC 9(03) VALUE 273.
           05 FILLER PIC 9(03) VALUE 304.
           05 FILLER PIC 9(03) VALUE 334.
       01 WRK-TAB-DIAS-ACUM REDEFINES WRK-TAB-DIAS-ACUM-VALORES.
           05 WRK-DIAS-ACUM        PIC 9(03) OCCURS 12 TIMES.

       01  REL-LINHA-PEDIDO.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 REL-PED-DATA          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REL-PED-HORA          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(04) VALUE 'CPF '.
           05 REL-PED-CPF           PIC 9(11).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-PED-TIPO          PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(05) VALUE 'OPER '.
           05 REL-PED-OPERADOR      PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-PED-IDADE         PIC Z(04)9.
           05 FILLER                PIC X(06) VALUE ' DIAS '.
           05 REL-PED-ATRASO        PIC X(08).

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               MOVE WRK-DATA-MOVIMENTO TO WRK-DCOR-DATA
               PERFORM 9100-CALCULAR-DIAS-CORRIDOS
               MOVE WRK-DCOR-DIAS TO WRK-DIAS-HOJE
               OPEN OUTPUT RELATORIO
               PERFORM 1000-IMPRIMIR-CABECALHO
               PERFORM 2000-PROCESSAR-PEDIDOS
               PERFORM 5000-IMPRIMIR-TOTAIS
               CLOSE RELATORIO
               DISPLAY "CADPENDD: PEDIDOS PENDENTES " WRK-QTD-PENDENTES
               DISPLAY "CADPENDD: PEDIDOS ATRASADOS " WRK-QTD-ATRASADOS
               DISPLAY "CADPENDD: RELATORIO GRAVADO EM CADPENDD.LST"
               IF WRK-QTD-ATRASADOS > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.

      *** ESCREVE AS LINHAS DE CABECALHO DO RELATORIO
           1000-IMPRIMIR-CABECALHO.
             MOVE SPACES TO REL-LINHA
             STRING "PEDIDOS PENDENTES DE APROVACAO DO SUPERVISOR - "
                 "DATA " WRK-DATA-MOVIMENTO
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "PEDIDOS AINDA PENDENTES, DO MAIS ANTIGO PARA O "
                 "MAIS NOVO (PRAZO DE " WRK-PRAZO-DIAS " DIAS)"
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA.

      *** LE O ARQUIVO DE PEDIDOS NA ORDEM DA CHAVE (DATA/HORA DO
      *** PEDIDO). OS PENDENTES SAO IMPRESSOS COM A IDADE; OS
      *** DECIDIDOS SO ENTRAM NA CONTAGEM DAS DECISOES DO DIA. SE O
      *** ARQUIVO AINDA NAO EXISTE, NENHUM PEDIDO FOI FEITO E O
      *** RELATORIO SAI VAZIO
           2000-PROCESSAR-PEDIDOS.
             OPEN INPUT CADPEND
             IF PND-STATUS-OK
                 PERFORM UNTIL FIM-CADPEND
                     READ CADPEND NEXT RECORD
                         AT END
                             SET FIM-CADPEND TO TRUE
                         NOT AT END
                             ADD 1 TO WRK-QTD-LIDOS
                             PERFORM 2010-TRATAR-PEDIDO
                     END-READ
                 END-PERFORM
                 CLOSE CADPEND
             ELSE
                 DISPLAY "CADPENDD: CADPEND.DAT NAO ENCONTRADO, STATUS "
                     WRK-PND-STATUS ", RELATORIO SERA EMITIDO VAZIO"
             END-IF.

      *** CLASSIFICA UM PEDIDO: PENDENTE VAI PARA A LISTA, DECIDIDO
      *** NA DATA DE PROCESSAMENTO VAI PARA OS TOTAIS DO DIA
           2010-TRATAR-PEDIDO.
             EVALUATE TRUE
                 WHEN PND-PENDENTE
                     PERFORM 2020-IMPRIMIR-PENDENTE
                 WHEN PND-APROVADO
                     IF PND-DATA-DECISAO = WRK-DATA-MOVIMENTO
                         ADD 1 TO WRK-QTD-APROV-DIA
                     END-IF
                 WHEN PND-REJEITADO
                     IF PND-DATA-DECISAO = WRK-DATA-MOVIMENTO
                         ADD 1 TO WRK-QTD-REJEIT-DIA
                     END-IF
             END-EVALUATE.

      *** IMPRIME UM PEDIDO PENDENTE COM A IDADE EM DIAS CORRIDOS
      *** DESDE O PEDIDO, MARCANDO O QUE PASSOU DO PRAZO
           2020-IMPRIMIR-PENDENTE.
             ADD 1 TO WRK-QTD-PENDENTES
             MOVE PND-DATA-PEDIDO TO WRK-DCOR-DATA
             PERFORM 9100-CALCULAR-DIAS-CORRIDOS
             IF WRK-DCOR-DIAS > 0 AND WRK-DCOR-DIAS < WRK-DIAS-HOJE
                 COMPUTE WRK-IDADE-DIAS = WRK-DIAS-HOJE - WRK-DCOR-DIAS
             ELSE
                 MOVE ZEROS TO WRK-IDADE-DIAS
             END-IF
             IF WRK-IDADE-DIAS > WRK-MAIOR-IDADE
                 MOVE WRK-IDADE-DIAS TO WRK-MAIOR-IDADE
             END-IF
             MOVE SPACES TO REL-PED-DATA
             STRING PND-DATA-PEDIDO(7:2) '/' PND-DATA-PEDIDO(5:2) '/'
                 PND-DATA-PEDIDO(1:4)
                 DELIMITED BY SIZE INTO REL-PED-DATA
             MOVE SPACES TO REL-PED-HORA
             STRING PND-HORA-PEDIDO(1:2) ':' PND-HORA-PEDIDO(3:2) ':'
                 PND-HORA-PEDIDO(5:2)
                 DELIMITED BY SIZE INTO REL-PED-HORA
             MOVE PND-CPF TO REL-PED-CPF
             IF PND-TIPO-EXCLUSAO
                 ADD 1 TO WRK-QTD-PEND-INATIV
                 MOVE 'INATIVAR ' TO REL-PED-TIPO
             ELSE
                 ADD 1 TO WRK-QTD-PEND-ALTER
                 MOVE 'ALTERAR  ' TO REL-PED-TIPO
             END-IF
             MOVE PND-OPER-PEDIDO TO REL-PED-OPERADOR
             MOVE WRK-IDADE-DIAS  TO REL-PED-IDADE
             IF WRK-IDADE-DIAS > WRK-PRAZO-DIAS
                 ADD 1 TO WRK-QTD-ATRASADOS
                 MOVE 'ATRASADO' TO REL-PED-ATRASO
             ELSE
                 MOVE SPACES TO REL-PED-ATRASO
             END-IF
             MOVE REL-LINHA-PEDIDO TO REL-LINHA
             WRITE REL-LINHA.

      *** ESCREVE OS TOTAIS NO FINAL DO RELATORIO
           5000-IMPRIMIR-TOTAIS.
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "PEDIDOS PENDENTES .............: "
                 WRK-QTD-PENDENTES
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "  DE ALTERACAO ................: "
                 WRK-QTD-PEND-ALTER
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "  DE INATIVACAO ...............: "
                 WRK-QTD-PEND-INATIV
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "PEDIDOS ATRASADOS .............: "
                 WRK-QTD-ATRASADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "IDADE DO MAIS ANTIGO (DIAS) ...: "
                 WRK-MAIOR-IDADE
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "PEDIDOS APROVADOS NO DIA ......: "
                 WRK-QTD-APROV-DIA
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "PEDIDOS REJEITADOS NO DIA .....: "
                 WRK-QTD-REJEIT-DIA
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA.

      *** CONVERTE A DATA AAAAMMDD DE WRK-DCOR-DATA EM DIAS CORRIDOS
      *** DESDE O INICIO DO CALENDARIO, PARA A DIFERENCA ENTRE DUAS
      *** DATAS DAR A IDADE EM DIAS. DATA INVALIDA RESULTA EM ZERO
           9100-CALCULAR-DIAS-CORRIDOS.
             MOVE ZEROS TO WRK-DCOR-DIAS
             IF WRK-DCOR-DATA NUMERIC AND
                WRK-DCOR-MES >= 1 AND WRK-DCOR-MES <= 12 AND
                WRK-DCOR-ANO > 0
                 COMPUTE WRK-DCOR-ANO-ANT = WRK-DCOR-ANO - 1
                 DIVIDE WRK-DCOR-ANO-ANT BY 4
                     GIVING WRK-DCOR-BISSEXTOS
                 DIVIDE WRK-DCOR-ANO-ANT BY 100
                     GIVING WRK-DCOR-SECULOS
                 DIVIDE WRK-DCOR-ANO-ANT BY 400
                     GIVING WRK-DCOR-QUADRI
                 COMPUTE WRK-DCOR-DIAS =
                     (WRK-DCOR-ANO-ANT * 365)
                     + WRK-DCOR-BISSEXTOS - WRK-DCOR-SECULOS
                     + WRK-DCOR-QUADRI
                     + WRK-DIAS-ACUM(WRK-DCOR-MES) + WRK-DCOR-DIA
                 IF WRK-DCOR-MES > 2
                     PERFORM 9110-AJUSTAR-BISSEXTO-CORRENTE
                 END-IF
             END-IF.

      *** SOMA UM DIA QUANDO O PROPRIO ANO DA DATA E BISSEXTO E O
      *** MES JA PASSOU DE FEVEREIRO
           9110-AJUSTAR-BISSEXTO-CORRENTE.
             DIVIDE WRK-DCOR-ANO BY 4 GIVING WRK-DCOR-QUADRI
                 REMAINDER WRK-DCOR-RESTO
             IF WRK-DCOR-RESTO = 0
                 DIVIDE WRK-DCOR-ANO BY 100 GIVING WRK-DCOR-QUADRI
                     REMAINDER WRK-DCOR-RESTO
                 IF WRK-DCOR-RESTO NOT = 0
                     ADD 1 TO WRK-DCOR-DIAS
                 ELSE
                     DIVIDE WRK-DCOR-ANO BY 400 GIVING WRK-DCOR-QUADRI
                         REMAINDER WRK-DCOR-RESTO
                     IF WRK-DCOR-RESTO = 0
                         ADD 1 TO WRK-DCOR-DIAS
                     END-IF
                 END-IF
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
             MOVE 'CADPENDD'          TO CTL-PROGRAMA
             MOVE WRK-DATA-MOVIMENTO  TO CTL-DATA-PROCESSO
             MOVE WRK-HORA-INICIO     TO CTL-HORA-INICIO
             ACCEPT CTL-HORA-FIM FROM TIME
             MOVE WRK-QTD-LIDOS       TO CTL-QTD-PROCESSADOS
             MOVE RETURN-CODE         TO CTL-RETURN-CODE
             WRITE CTL-REGISTRO
             CLOSE CTLPROC.
