      *================================================================*
      *   PROGRAMA   : CADESTR                                         *
      *   ANALISTA   : RICARDO COSTA COUTINHO                          *
      *   PROGRAMADOR: ISAMEL JORGE BRANDAO                            *
      *   OBJETIVO   : CONDUTOR DA ESTEIRA NOTURNA DO CADASTRO. LE A   *
      *                DEFINICAO DA ESTEIRA (CADESTR.DEF) COM OS       *
      *                PASSOS NA ORDEM, AS DEPENDENCIAS E O MAIOR      *
      *                CODIGO DE RETORNO TOLERADO DE CADA PASSO, E     *
      *                RODA OS PASSOS EM SEQUENCIA, PARANDO A ESTEIRA  *
      *                NO PRIMEIRO PASSO QUE FALHAR. NA REEXECUCAO     *
      *                RETOMA DO PASSO QUE FALHOU: PASSO QUE JA TEM    *
      *                CONTROLE (CTLPROC) DA DATA DE PROCESSO COM      *
      *                CODIGO TOLERADO E PULADO, DESDE QUE NENHUM      *
      *                PASSO DO QUAL ELE DEPENDE TENHA RODADO DE NOVO. *
      *                PASSO QUE TERMINA SEM CORTAR O SEU CONTROLE     *
      *                (ABENDOU OU NEM CHEGOU A RODAR) E TRATADO COMO  *
      *                FALHA, QUALQUER QUE SEJA O CODIGO DEVOLVIDO.    *
      *                IMPRIME O RESUMO DA NOITE (CADESTR.LST) E       *
      *                RETORNA CODIGO 8 COM A ESTEIRA INTERROMPIDA E   *
      *                12 COM A DEFINICAO INVALIDA                     *
      *================================================================*
      *                       HISTORICO DE VERSOES                     *
      *----------------------------------------------------------------*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CONFERE CTLPROC  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFINICAO ASSIGN TO "CADESTR.DEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEF-STATUS.
           SELECT CTLPROC ASSIGN TO "CTLPROC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT RELATORIO ASSIGN TO "CADESTR.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEFINICAO.
           COPY "CADESTR.CPY".
       FD  CTLPROC.
           COPY "CTLPROC.CPY".
       FD  RELATORIO.
       01  REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-DEF-STATUS        PIC X(02) VALUE SPACES.
           88 DEF-STATUS-OK       VALUE "00".
       77 WRK-FIM-DEFINICAO     PIC X(01) VALUE 'N'.
           88 FIM-DEFINICAO        VALUE 'S'.
       77 WRK-CTL-STATUS        PIC X(02) VALUE SPACES.
           88 CTL-STATUS-OK       VALUE "00".
           88 CTL-STATUS-NAO-EXISTE VALUE "35".
       77 WRK-FIM-CTLPROC       PIC X(01) VALUE 'N'.
           88 FIM-CTLPROC          VALUE 'S'.
      ** REGISTROS DO CTLPROC ANTES DE O PASSO RODAR E REGISTRO DO
      ** PASSO ACHADO DEPOIS DELES, CORTADO PELA EXECUCAO DO PASSO
       77 WRK-QTD-CTL-ANTES     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CTL-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-CONTROLE-PASSO    PIC X(01) VALUE 'N'.
           88 CONTROLE-PASSO-ACHADO VALUE 'S'.
       77 WRK-DATA-PROCESSO     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-LINHA-DEF         PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ERROS-DEF     PIC 9(03) VALUE ZEROS.
       77 WRK-ESTEIRA           PIC X(01) VALUE 'N'.
           88 ESTEIRA-INTERROMPIDA VALUE 'S'.
       77 WRK-DEPENDENCIA       PIC X(01) VALUE 'N'.
           88 DEPENDENCIA-ACHADA   VALUE 'S'.
       77 WRK-REEXECUTAR        PIC X(01) VALUE 'N'.
           88 REEXECUTAR-PASSO     VALUE 'S'.
       77 WRK-PASSO-FALHO       PIC X(08) VALUE SPACES.
       77 WRK-QTD-CONCLUIDOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXECUTADOS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FALHOS        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NAO-EXECUTADOS PIC 9(03) VALUE ZEROS.
       77 I                     PIC 9(02) VALUE 1.
       77 J                     PIC 9(02) VALUE 1.
       77 K                     PIC 9(02) VALUE 1.

      ** COMANDO ENTREGUE AO SISTEMA OPERACIONAL PARA RODAR O PASSO.
      ** O STATUS DO SHELL VEM COM O CODIGO DE RETORNO NO BYTE ALTO
       01 WRK-COMANDO           PIC X(61) VALUE SPACES.
       77 WRK-STATUS-COMANDO    PIC 9(09) VALUE ZEROS.

      ** TABELA DOS PASSOS DA DEFINICAO, NA ORDEM DA ESTEIRA, COM A
      ** SITUACAO DE CADA UM NESTA EXECUCAO:
      ** C = JA CONCLUIDO NA DATA (PULADO)   E = EXECUTADO NESTA NOITE
      ** F = FALHOU (ESTEIRA PARADA)         N = NAO EXECUTADO
       77 WRK-QTD-PASSOS        PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-PASSOS        PIC 9(02) VALUE 30.
       01 WRK-TAB-PASSOS.
           05 WRK-PAS-ITEM OCCURS 30 TIMES.
               10 WRK-PAS-PROGRAMA   PIC X(08).
               10 WRK-PAS-RC-MAXIMO  PIC 9(02).
               10 WRK-PAS-DEPENDE    PIC X(08) OCCURS 3 TIMES.
               10 WRK-PAS-COMANDO    PIC X(60).
               10 WRK-PAS-JA-RODOU   PIC X(01).
               10 WRK-PAS-SITUACAO   PIC X(01).
               10 WRK-PAS-HORA-INI   PIC 9(08).
               10 WRK-PAS-HORA-FIM   PIC 9(08).
               10 WRK-PAS-RC         PIC 9(03).

      ** LINHA DE DETALHE DO RESUMO
       01  REL-LINHA-PASSO.
           05 REL-PAS-PROGRAMA      PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-PAS-SITUACAO      PIC X(13).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REL-PAS-INICIO        PIC X(08).
           05 FILLER                PIC X(01) VALUE '-'.
           05 REL-PAS-FIM           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE 'RC '.
           05 REL-PAS-RC            PIC 9(03).
           05 FILLER                PIC X(06) VALUE ' MAX. '.
           05 REL-PAS-RC-MAXIMO     PIC 9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE 'DEPENDE '.
           05 REL-PAS-DEPENDE       PIC X(26).

       PROCEDURE DIVISION.
           0001-PRINCIPAL                                      SECTION.
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-INICIO FROM TIME
               DISPLAY "CADESTR: INFORME A DATA DE PROCESSO (AAAAMMDD)"
               DISPLAY "CADESTR: ZEROS = DATA DE HOJE"
               ACCEPT WRK-DATA-PROCESSO
               IF WRK-DATA-PROCESSO = 0
                   MOVE WRK-DATA-ATUAL TO WRK-DATA-PROCESSO
               END-IF
               PERFORM 1000-CARREGAR-DEFINICAO
               IF WRK-QTD-ERROS-DEF > 0 OR WRK-QTD-PASSOS = 0
                   DISPLAY "CADESTR: DEFINICAO DA ESTEIRA INVALIDA, "
                       "NENHUM PASSO FOI EXECUTADO"
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9800-GRAVAR-CONTROLE
                   STOP RUN
               END-IF
               PERFORM 2000-MARCAR-CONCLUIDOS
               PERFORM 3000-RODAR-PASSO
                   VARYING I FROM 1 BY 1 UNTIL I > WRK-QTD-PASSOS
               PERFORM 4000-IMPRIMIR-RESUMO
               IF ESTEIRA-INTERROMPIDA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               PERFORM 9800-GRAVAR-CONTROLE
               STOP RUN.

      *** CARREGA A DEFINICAO DA ESTEIRA NA TABELA DE PASSOS,
      *** VALIDANDO CADA LINHA. DEPENDENCIA TEM DE SER DE PASSO JA
      *** DEFINIDO ACIMA, SENAO A ORDEM DA ESTEIRA NAO A ATENDERIA
           1000-CARREGAR-DEFINICAO.
             OPEN INPUT DEFINICAO
             IF NOT DEF-STATUS-OK
                 DISPLAY "CADESTR: CADESTR.DEF NAO ENCONTRADO, STATUS "
                     WRK-DEF-STATUS
                 ADD 1 TO WRK-QTD-ERROS-DEF
             ELSE
                 PERFORM UNTIL FIM-DEFINICAO
                     READ DEFINICAO
                         AT END
                             SET FIM-DEFINICAO TO TRUE
                         NOT AT END
                             ADD 1 TO WRK-LINHA-DEF
                             IF NOT EST-COMENTARIO AND
                                EST-PASSO(1:1) NOT = '*'
                                 PERFORM 1100-VALIDAR-PASSO
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE DEFINICAO
             END-IF.

      *** VALIDA UMA LINHA DA DEFINICAO E GUARDA O PASSO NA TABELA
           1100-VALIDAR-PASSO.
             IF WRK-QTD-PASSOS NOT < WRK-MAX-PASSOS
                 DISPLAY "CADESTR: LINHA " WRK-LINHA-DEF
                     " EXCEDE O LIMITE DE " WRK-MAX-PASSOS " PASSOS"
                 ADD 1 TO WRK-QTD-ERROS-DEF
             ELSE
                 IF EST-RC-MAXIMO NOT NUMERIC
                     DISPLAY "CADESTR: LINHA " WRK-LINHA-DEF
                         " CODIGO MAXIMO INVALIDO '" EST-RC-MAXIMO "'"
                     ADD 1 TO WRK-QTD-ERROS-DEF
                 ELSE
                     ADD 1 TO WRK-QTD-PASSOS
                     MOVE WRK-QTD-PASSOS TO I
                     MOVE EST-PASSO     TO WRK-PAS-PROGRAMA(I)
                     MOVE EST-RC-MAXIMO TO WRK-PAS-RC-MAXIMO(I)
                     MOVE EST-COMANDO   TO WRK-PAS-COMANDO(I)
                     MOVE 'N'   TO WRK-PAS-JA-RODOU(I)
                     MOVE 'N'   TO WRK-PAS-SITUACAO(I)
                     MOVE ZEROS TO WRK-PAS-HORA-INI(I)
                     MOVE ZEROS TO WRK-PAS-HORA-FIM(I)
                     MOVE ZEROS TO WRK-PAS-RC(I)
                     PERFORM 1110-VALIDAR-DEPENDENCIA
                         VARYING J FROM 1 BY 1 UNTIL J > 3
                 END-IF
             END-IF.

      *** CONFERE SE A DEPENDENCIA J DO PASSO I E UM PASSO ANTERIOR
           1110-VALIDAR-DEPENDENCIA.
             MOVE EST-DEPENDE(J) TO WRK-PAS-DEPENDE(I, J)
             IF EST-DEPENDE(J) NOT = SPACES
                 MOVE 'N' TO WRK-DEPENDENCIA
                 PERFORM 1120-PROCURAR-ANTERIOR
                     VARYING K FROM 1 BY 1 UNTIL K NOT < I
                 IF NOT DEPENDENCIA-ACHADA
                     DISPLAY "CADESTR: LINHA " WRK-LINHA-DEF " PASSO "
                         EST-PASSO " DEPENDE DE " EST-DEPENDE(J)
                         ", QUE NAO E PASSO ANTERIOR"
                     ADD 1 TO WRK-QTD-ERROS-DEF
                 END-IF
             END-IF.

      *** PROCURA A DEPENDENCIA ENTRE OS PASSOS JA CARREGADOS
           1120-PROCURAR-ANTERIOR.
             IF WRK-PAS-PROGRAMA(K) = EST-DEPENDE(J)
                 SET DEPENDENCIA-ACHADA TO TRUE
             END-IF.

      *** LE O ARQUIVO DE CONTROLE E MARCA OS PASSOS QUE JA TERMINARAM
      *** NA DATA DE PROCESSO COM CODIGO DENTRO DO TOLERADO. SEM O
      *** ARQUIVO NADA RODOU E A ESTEIRA COMECA DO PRIMEIRO PASSO
           2000-MARCAR-CONCLUIDOS.
             OPEN INPUT CTLPROC
             IF CTL-STATUS-OK
                 PERFORM UNTIL FIM-CTLPROC
                     READ CTLPROC
                         AT END
                             SET FIM-CTLPROC TO TRUE
                         NOT AT END
                             IF CTL-DATA-PROCESSO = WRK-DATA-PROCESSO
                                 PERFORM 2100-MARCAR-PASSO
                                     VARYING I FROM 1 BY 1
                                     UNTIL I > WRK-QTD-PASSOS
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CTLPROC
             END-IF.

      *** MARCA O PASSO I SE O REGISTRO DE CONTROLE LIDO E DELE
           2100-MARCAR-PASSO.
             IF CTL-PROGRAMA = WRK-PAS-PROGRAMA(I) AND
                CTL-RETURN-CODE NOT > WRK-PAS-RC-MAXIMO(I)
                 MOVE 'S' TO WRK-PAS-JA-RODOU(I)
                 MOVE CTL-RETURN-CODE TO WRK-PAS-RC(I)
             END-IF.

      *** DECIDE E RODA O PASSO I. DEPOIS DE UMA FALHA NADA MAIS
      *** RODA. PASSO JA CONCLUIDO NA DATA E PULADO, A NAO SER QUE
      *** UM PASSO DO QUAL ELE DEPENDE TENHA RODADO NESTA EXECUCAO:
      *** NESSE CASO O RESULTADO ANTERIOR FICOU VELHO E ELE RODA
           3000-RODAR-PASSO.
             IF NOT ESTEIRA-INTERROMPIDA
                 MOVE 'N' TO WRK-REEXECUTAR
                 PERFORM 3100-VERIFICAR-DEPENDENCIA
                     VARYING J FROM 1 BY 1 UNTIL J > 3
                 IF WRK-PAS-JA-RODOU(I) = 'S' AND NOT REEXECUTAR-PASSO
                     MOVE 'C' TO WRK-PAS-SITUACAO(I)
                     DISPLAY "CADESTR: " WRK-PAS-PROGRAMA(I)
                         " JA CONCLUIDO EM " WRK-DATA-PROCESSO
                         ", PULADO"
                 ELSE
                     PERFORM 3200-EXECUTAR-PASSO
                 END-IF
             END-IF.

      *** PASSO DO QUAL O PASSO I DEPENDE E QUE RODOU NESTA EXECUCAO
      *** OBRIGA O PASSO I A RODAR DE NOVO
           3100-VERIFICAR-DEPENDENCIA.
             IF WRK-PAS-DEPENDE(I, J) NOT = SPACES
                 PERFORM 3110-SITUACAO-ANTERIOR
                     VARYING K FROM 1 BY 1 UNTIL K NOT < I
             END-IF.

      *** VE SE O PASSO ANTERIOR K E A DEPENDENCIA J E SE RODOU
           3110-SITUACAO-ANTERIOR.
             IF WRK-PAS-PROGRAMA(K) = WRK-PAS-DEPENDE(I, J) AND
                WRK-PAS-SITUACAO(K) = 'E'
                 SET REEXECUTAR-PASSO TO TRUE
             END-IF.

      *** RODA O PASSO PELO SISTEMA OPERACIONAL E AVALIA O CODIGO DE
      *** RETORNO CONTRA O TOLERADO. CODIGO ACIMA DO TOLERADO PARA A
      *** ESTEIRA NESTE PASSO, PARA A REEXECUCAO RETOMAR DELE
           3200-EXECUTAR-PASSO.
             IF WRK-PAS-COMANDO(I) = SPACES
                 MOVE WRK-PAS-PROGRAMA(I) TO WRK-COMANDO
             ELSE
                 MOVE WRK-PAS-COMANDO(I) TO WRK-COMANDO
             END-IF
             DISPLAY "CADESTR: INICIANDO " WRK-PAS-PROGRAMA(I)
             PERFORM 3210-CONTAR-CONTROLE
             ACCEPT WRK-PAS-HORA-INI(I) FROM TIME
             MOVE 0 TO RETURN-CODE
             CALL "SYSTEM" USING WRK-COMANDO
             MOVE RETURN-CODE TO WRK-STATUS-COMANDO
             MOVE 0 TO RETURN-CODE
             ACCEPT WRK-PAS-HORA-FIM(I) FROM TIME
             IF WRK-STATUS-COMANDO > 255
                 DIVIDE WRK-STATUS-COMANDO BY 256
                     GIVING WRK-PAS-RC(I)
             ELSE
                 MOVE WRK-STATUS-COMANDO TO WRK-PAS-RC(I)
             END-IF
             IF WRK-PAS-RC(I) > WRK-PAS-RC-MAXIMO(I)
                 MOVE 'F' TO WRK-PAS-SITUACAO(I)
                 SET ESTEIRA-INTERROMPIDA TO TRUE
                 MOVE WRK-PAS-PROGRAMA(I) TO WRK-PASSO-FALHO
                 DISPLAY "CADESTR: " WRK-PAS-PROGRAMA(I)
                     " TERMINOU COM CODIGO " WRK-PAS-RC(I)
                     " (TOLERADO " WRK-PAS-RC-MAXIMO(I)
                     "), ESTEIRA INTERROMPIDA"
             ELSE
                 PERFORM 3220-PROCURAR-CONTROLE
                 IF CONTROLE-PASSO-ACHADO
                     MOVE 'E' TO WRK-PAS-SITUACAO(I)
                     DISPLAY "CADESTR: " WRK-PAS-PROGRAMA(I)
                         " TERMINOU COM CODIGO " WRK-PAS-RC(I)
                 ELSE
                     MOVE 'F' TO WRK-PAS-SITUACAO(I)
                     SET ESTEIRA-INTERROMPIDA TO TRUE
                     MOVE WRK-PAS-PROGRAMA(I) TO WRK-PASSO-FALHO
                     DISPLAY "CADESTR: " WRK-PAS-PROGRAMA(I)
                         " TERMINOU COM CODIGO " WRK-PAS-RC(I)
                         " SEM GRAVAR O CONTROLE, ESTEIRA INTERROMPIDA"
                 END-IF
             END-IF.

      *** CONTA OS REGISTROS DO CTLPROC ANTES DE O PASSO RODAR: O
      *** CONTROLE DO PASSO, GRAVADO EM EXTEND, VEM DEPOIS DELES
           3210-CONTAR-CONTROLE.
             MOVE ZEROS TO WRK-QTD-CTL-ANTES
             MOVE 'N' TO WRK-FIM-CTLPROC
             OPEN INPUT CTLPROC
             IF CTL-STATUS-OK
                 PERFORM UNTIL FIM-CTLPROC
                     READ CTLPROC
                         AT END
                             SET FIM-CTLPROC TO TRUE
                         NOT AT END
                             ADD 1 TO WRK-QTD-CTL-ANTES
                     END-READ
                 END-PERFORM
                 CLOSE CTLPROC
             END-IF.

      *** PROCURA, ENTRE OS REGISTROS GRAVADOS DEPOIS DO INICIO DO
      *** PASSO, O CONTROLE DO PROGRAMA DO PASSO COM HORA DE INICIO
      *** A PARTIR DO INICIO DO PASSO (OU QUALQUER UM, SE O PASSO
      *** VIROU A MEIA-NOITE). SEM ELE O PROGRAMA NAO TERMINOU
      *** NORMALMENTE E O CODIGO DEVOLVIDO PELO SISTEMA NAO VALE
           3220-PROCURAR-CONTROLE.
             MOVE 'N' TO WRK-CONTROLE-PASSO
             MOVE ZEROS TO WRK-QTD-CTL-LIDOS
             MOVE 'N' TO WRK-FIM-CTLPROC
             OPEN INPUT CTLPROC
             IF CTL-STATUS-OK
                 PERFORM UNTIL FIM-CTLPROC
                     READ CTLPROC
                         AT END
                             SET FIM-CTLPROC TO TRUE
                         NOT AT END
                             ADD 1 TO WRK-QTD-CTL-LIDOS
                             IF WRK-QTD-CTL-LIDOS > WRK-QTD-CTL-ANTES
                                 PERFORM 3230-CONFERIR-CONTROLE
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE CTLPROC
             END-IF.

      *** CONFERE SE O REGISTRO LIDO E O CONTROLE DO PASSO I
           3230-CONFERIR-CONTROLE.
             IF CTL-PROGRAMA = WRK-PAS-PROGRAMA(I) AND
                (CTL-HORA-INICIO NOT < WRK-PAS-HORA-INI(I) OR
                 WRK-PAS-HORA-FIM(I) < WRK-PAS-HORA-INI(I))
                 SET CONTROLE-PASSO-ACHADO TO TRUE
             END-IF.

      *** IMPRIME O RESUMO DA NOITE: UM PASSO POR LINHA NA ORDEM DA
      *** ESTEIRA, OS TOTAIS E O PASSO ONDE A ESTEIRA PAROU
           4000-IMPRIMIR-RESUMO.
             OPEN OUTPUT RELATORIO
             MOVE SPACES TO REL-LINHA
             STRING "RESUMO DA ESTEIRA NOTURNA - DATA DE PROCESSO "
                 WRK-DATA-PROCESSO " - EXECUCAO " WRK-DATA-ATUAL " "
                 WRK-HORA-INICIO(1:2) ":" WRK-HORA-INICIO(3:2)
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             PERFORM 4100-IMPRIMIR-PASSO
                 VARYING I FROM 1 BY 1 UNTIL I > WRK-QTD-PASSOS
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "PASSOS DEFINIDOS ...: " WRK-QTD-PASSOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "JA CONCLUIDOS ......: " WRK-QTD-CONCLUIDOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "EXECUTADOS .........: " WRK-QTD-EXECUTADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "FALHOS .............: " WRK-QTD-FALHOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             STRING "NAO EXECUTADOS .....: " WRK-QTD-NAO-EXECUTADOS
                 DELIMITED BY SIZE INTO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             WRITE REL-LINHA
             MOVE SPACES TO REL-LINHA
             IF ESTEIRA-INTERROMPIDA
                 STRING "ESTEIRA INTERROMPIDA NO PASSO "
                     WRK-PASSO-FALHO
                     " - CORRIGIR E RODAR O CADESTR DE NOVO NA "
                     "MESMA DATA"
                     DELIMITED BY SIZE INTO REL-LINHA
             ELSE
                 MOVE "ESTEIRA CONCLUIDA" TO REL-LINHA
             END-IF
             WRITE REL-LINHA
             CLOSE RELATORIO
             DISPLAY "CADESTR: EXECUTADOS     " WRK-QTD-EXECUTADOS
             DISPLAY "CADESTR: JA CONCLUIDOS  " WRK-QTD-CONCLUIDOS
             DISPLAY "CADESTR: NAO EXECUTADOS " WRK-QTD-NAO-EXECUTADOS
             IF ESTEIRA-INTERROMPIDA
                 DISPLAY "CADESTR: ESTEIRA INTERROMPIDA NO PASSO "
                     WRK-PASSO-FALHO
             END-IF
             DISPLAY "CADESTR: RESUMO GRAVADO EM CADESTR.LST".

      *** IMPRIME A LINHA DE UM PASSO E ACUMULA O TOTAL DA SITUACAO
           4100-IMPRIMIR-PASSO.
             MOVE WRK-PAS-PROGRAMA(I)  TO REL-PAS-PROGRAMA
             MOVE WRK-PAS-RC-MAXIMO(I) TO REL-PAS-RC-MAXIMO
             MOVE WRK-PAS-RC(I)        TO REL-PAS-RC
             MOVE SPACES TO REL-PAS-INICIO
             MOVE SPACES TO REL-PAS-FIM
             MOVE SPACES TO REL-PAS-DEPENDE
             STRING WRK-PAS-DEPENDE(I, 1) " " WRK-PAS-DEPENDE(I, 2)
                 " " WRK-PAS-DEPENDE(I, 3)
                 DELIMITED BY SIZE INTO REL-PAS-DEPENDE
             EVALUATE WRK-PAS-SITUACAO(I)
                 WHEN 'C'
                     MOVE 'JA CONCLUIDO ' TO REL-PAS-SITUACAO
                     ADD 1 TO WRK-QTD-CONCLUIDOS
                 WHEN 'E'
                     MOVE 'EXECUTADO    ' TO REL-PAS-SITUACAO
                     PERFORM 4110-FORMATAR-HORARIOS
                     ADD 1 TO WRK-QTD-EXECUTADOS
                 WHEN 'F'
                     MOVE 'FALHOU       ' TO REL-PAS-SITUACAO
                     PERFORM 4110-FORMATAR-HORARIOS
                     ADD 1 TO WRK-QTD-FALHOS
                 WHEN OTHER
                     MOVE 'NAO EXECUTADO' TO REL-PAS-SITUACAO
                     ADD 1 TO WRK-QTD-NAO-EXECUTADOS
             END-EVALUATE
             MOVE REL-LINHA-PASSO TO REL-LINHA
             WRITE REL-LINHA.

      *** FORMATA OS HORARIOS DE INICIO E FIM DO PASSO
           4110-FORMATAR-HORARIOS.
             STRING WRK-PAS-HORA-INI(I)(1:2) ':'
                 WRK-PAS-HORA-INI(I)(3:2) ':'
                 WRK-PAS-HORA-INI(I)(5:2)
                 DELIMITED BY SIZE INTO REL-PAS-INICIO
             STRING WRK-PAS-HORA-FIM(I)(1:2) ':'
                 WRK-PAS-HORA-FIM(I)(3:2) ':'
                 WRK-PAS-HORA-FIM(I)(5:2)
                 DELIMITED BY SIZE INTO REL-PAS-FIM.

      *** CORTA O REGISTRO DE CONTROLE DE PROCESSO DA EXECUCAO NO
      *** ARQUIVO COMPARTILHADO DA ESTEIRA
           9800-GRAVAR-CONTROLE.
             OPEN EXTEND CTLPROC
             IF CTL-STATUS-NAO-EXISTE
                 OPEN OUTPUT CTLPROC
                 CLOSE CTLPROC
                 OPEN EXTEND CTLPROC
             END-IF
             MOVE 'CADESTR'       TO CTL-PROGRAMA
             MOVE WRK-DATA-PROCESSO TO CTL-DATA-PROCESSO
             MOVE WRK-HORA-INICIO TO CTL-HORA-INICIO
             ACCEPT CTL-HORA-FIM FROM TIME
             MOVE WRK-QTD-EXECUTADOS TO CTL-QTD-PROCESSADOS
             MOVE RETURN-CODE     TO CTL-RETURN-CODE
             WRITE CTL-REGISTRO
             CLOSE CTLPROC.
