      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  01/09/2026  |   CRIACAO          *
      *  002 |  ISMAEL J. BRANDAO  |  15/10/2026  |   LOG DE ACESSOS   *
      *  003 |  ISMAEL J. BRANDAO  |  15/10/2026  |   APROVACAO        *
      *  004 |  ISMAEL J. BRANDAO  |  15/10/2026  |   DEVOLUCOES       *
      *  005 |  ISMAEL J. BRANDAO  |  15/10/2026  |   FECHAMENTO MES   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCTRL.

      ** TABELA DOS BATCHES ESPERADOS DA ESTEIRA, NA ORDEM DO
      ** FLUXO NOTURNO, COM O ACUMULADO DO DIA DE CADA UM
      ** CADLIST, CADRECOV, CADEXTR, CADDEVOL, CADLGPD, CADLOGA,
      ** CADSESS, CADESTR, CADFECH E CADTEND TAMBEM CORTAM REGISTRO DE
      ** CONTROLE, MAS RODAM SOB DEMANDA (O CADESTR E O DRIVER QUE
      ** DISPARA A ESTEIRA) E POR ISSO NAO ENTRAM NO QUADRO ESPERADO
       77 WRK-QTD-ESPERADOS     PIC 9(02) VALUE 13.
       01 WRK-TAB-ESPERADOS-VALORES.
           05 FILLER PIC X(08) VALUE 'CEPCARGA'.
           05 FILLER PIC X(08) VALUE 'CEPSYNC '.
           05 FILLER PIC X(08) VALUE 'CADCHECK'.
           05 FILLER PIC X(08) VALUE 'CADDUPE '.
           05 FILLER PIC X(08) VALUE 'CADLOGD '.
           05 FILLER PIC X(08) VALUE 'CADACESD'.
           05 FILLER PIC X(08) VALUE 'CADPENDD'.
           05 FILLER PIC X(08) VALUE 'CADSTAT '.
      ** O CADCRMR CONCILIA O RETORNO DO CRM CONTRA O CADCRM.EXP DA
      ** NOITE ANTERIOR E POR ISSO RODA ANTES DE O CADCRM REGRAVAR O
           05 FILLER PIC X(08) VALUE 'CADPURGE'.
           05 FILLER PIC X(08) VALUE 'CADREORG'.
       01 WRK-TAB-ESPERADOS REDEFINES WRK-TAB-ESPERADOS-VALORES.
           05 WRK-ESP-PROGRAMA     PIC X(08) OCCURS 13 TIMES.
       01 WRK-TAB-EXECUCOES.
           05 WRK-EXE-ITEM OCCURS 13 TIMES.
               10 WRK-EXE-QTD-RODOU PIC 9(03).
               10 WRK-EXE-HORA-INI  PIC 9(08).
               10 WRK-EXE-HORA-FIM  PIC 9(08).
