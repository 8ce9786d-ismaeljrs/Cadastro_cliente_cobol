      *================================================================*
      *   COPY        : CADCONS                                        *
      *   OBJETIVO    : LAYOUT DO REGISTRO DO CADASTRO DE              *
      *                 CONSENTIMENTO DE COMUNICACAO DO CLIENTE        *
      *                 (ARQUIVO CADCONS.DAT - INDEXADO POR CON-CHAVE, *
      *                 CPF + CANAL). UM REGISTRO POR CANAL COM O      *
      *                 ACEITE OU A RECUSA, A DATA DA ULTIMA DECISAO E *
      *                 A ORIGEM (AREA DO CLIENTE OU OPERADOR). CANAL  *
      *                 SEM REGISTRO VALE COMO SEM CONSENTIMENTO: A    *
      *                 EXTRACAO DE CAMPANHA (CADEXTR) SO LEVA QUEM    *
      *                 ACEITOU O CANAL, E A INTERFACE DO CRM (CADCRM) *
      *                 LEVA A SITUACAO DE CADA CANAL                  *
      *================================================================*
      *  VRS |        AUTOR        |     DATA     |     DESCRICAO      *
      *----------------------------------------------------------------*
      *  001 |  ISMAEL J. BRANDAO  |  15/10/2026  |   CRIACAO          *
      *================================================================*
       01  CON-REGISTRO.
           05  CON-CHAVE.
               10  CON-CPF           PIC 9(11).
               10  CON-CANAL         PIC X(01).
                   88  CON-CANAL-EMAIL     VALUE 'E'.
                   88  CON-CANAL-SMS       VALUE 'S'.
                   88  CON-CANAL-TELEFONE  VALUE 'T'.
                   88  CON-CANAL-CORREIO   VALUE 'C'.
           05  CON-SITUACAO        PIC X(01).
               88  CON-ACEITE         VALUE 'S'.
               88  CON-RECUSA         VALUE 'N'.
           05  CON-DATA            PIC 9(08).
           05  CON-HORA            PIC 9(08).
           05  CON-ORIGEM          PIC X(01).
               88  CON-ORIGEM-CLIENTE  VALUE 'C'.
               88  CON-ORIGEM-OPERADOR VALUE 'O'.
      ** OPERADOR QUE REGISTROU A DECISAO; EM BRANCO QUANDO O PROPRIO
      ** CLIENTE DECIDIU NA AREA DO CLIENTE
           05  CON-OPERADOR        PIC X(08).
