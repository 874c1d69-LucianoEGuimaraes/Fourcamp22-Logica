      *                 CLUSTER JA EXISTENTE - REGRAVA A CHAVE QUE  *   00010200
      *                 EXISTE, INCLUI A CHAVE NOVA E EXCLUI QUANDO *   00010210
      *                 A ACAO FOR E - SEM DERRUBAR A CONSULTA      *   00010220
      *                 ONLINE DURANTE A RECARGA. A ACAO R (DELTA   *   00010230
      *                 DO BACKOUT DA NOITE, FR16BK01) REGRAVA O    *   00010231
      *                 REGISTRO INTEIRO, SALDO E DATA DO ULTIMO    *   00010232
      *                 MOVIMENTO INCLUSIVE.                        *   00010233
      *-------------------------------------------------------------*   00010240
      *   ARQUIVOS...:                                              *   00010250
      *    DDNAME              I/O                                  *   00010260
          05 FD-DELTAS-LIMITE     PIC 9(08)V99.                         00010930
          05 FD-DELTAS-ACAO       PIC X(01).                            00010940
             88 DELTA-ACAO-EXCLUIR        VALUE 'E'.                    00010950
             88 DELTA-ACAO-RESTAURAR      VALUE 'R'.                    00010955
                                                                        00010960
      * SEGUNDA VISAO DO MESMO REGISTRO: HEADER/TRAILER DE CONTROLE     00010970
      * GRAVADOS PELO FR16MT01 E VALIDADOS ANTES DE APLICAR DELTA.      00010980
      * LANCAMENTOS ONLINE DO DIA QUE O DELTA CADASTRAL NAO VIU);    *  00053280
      * O DELTA SO APLICA NOME, SITUACAO E LIMITE. O SALDO DO DELTA  *  00053290
      * SO VALE NA INCLUSAO DE CONTA NOVA.                           *  00053300
      * NO DELTA DO BACKOUT (ACAO R) O REGISTRO VEM JA CALCULADO     *  00053301
      * CONTRA O CLUSTER E O SALDO E A DATA TAMBEM SAO REGRAVADOS.   *  00053302
            READ CLIEVSAM                                               00053310
              INVALID KEY                                               00053320
                PERFORM 2750-INCLUIR-CLIEVSAM                           00053330
                MOVE FD-DELTAS-NOME     TO REG-CLIENTES-NOME            00053350
                MOVE FD-DELTAS-SITUACAO TO REG-CLIENTES-SITUACAO        00053360
                MOVE FD-DELTAS-LIMITE   TO REG-CLIENTES-LIMITE          00053370
                IF DELTA-ACAO-RESTAURAR                                 00053371
                  MOVE FD-DELTAS-SALDO  TO REG-CLIENTES-SALDO           00053372
                  MOVE FD-DELTAS-DATA-ULT-MOV                           00053373
                                        TO REG-CLIENTES-DATA-ULT-MOV    00053374
                END-IF                                                  00053375
                REWRITE REG-CLIENTES                                    00053380
                  INVALID KEY                                           00053390
                    ADD 1 TO WRK-REJEITADOS                             00053400
