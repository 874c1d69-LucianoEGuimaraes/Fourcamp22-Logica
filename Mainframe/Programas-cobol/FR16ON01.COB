      *                 DE UMA CONTA NO VSAM KSDS CLIEVSAM (CARGA   *   00010160
      *                 FEITA PELO FR16VS01), PARA A AGENCIA        *   00010170
      *                 CONSULTAR O SALDO SEM ESPERAR O BATCH.      *   00010180
      *                 CADA CONSULTA GRAVA UM REGISTRO DE ACESSO   *   00910000
      *                 (#ACESREG: TERMINAL, USUARIO, TRANSACAO,    *   00910010
      *                 CHAVE, DATA/HORA E RESULTADO) NA FILA TD    *   00910020
      *                 EXTRAPARTICIONADA ACES, AUDITADA NA NOITE   *   00910030
      *                 PELO JOB AUDACES (FR16AU01).                *   00910040
      *                 A CONSULTA MOSTRA EM SEPARADO O SALDO       *   00940000
      *                 BLOQUEADO POR ORDEM JUDICIAL (ROTINA        *   00940010
      *                 FR16BJ02, POR LINK) E O SALDO DISPONIVEL;   *   00940020
      *                 O LIMITE DISPONIVEL TAMBEM DESCONTA O       *   00940030
      *                 BLOQUEADO. FALHANDO A ROTINA, O ACHOU VOLTA *   00940040
      *                 COMO E, SEM OS VALORES DISPONIVEIS.         *   00940050
      *-------------------------------------------------------------*   00010190
      *   TRANSACAO..: CLSL                                         *   00010200
      *   COMMAREA...: DFHCOMMAREA (LK-COMMAREA)                    *   00010210
      *   ARQUIVOS...:                                              *   00010230
      *    DDNAME              I/O                                  *   00010240
      *    CLIEVSAM             I                                   *   00010250
      *    ACES (FILA TD)       O                                   *   00910050
      *    FR16BJ02 (LINK)                                          *   00940060
      *=============================================================*   00010260
                                                                        00010270
      *=============================================================*   00010280
      *-------------------------------------------------------------*   00010460
                                                                        00010470
       COPY '#CLIREG'.                                                  00010480
                                                                        00910060
      *-------------------------------------------------------------*   00910070
       01 FILLER PIC X(45) VALUE                                        00910080
              '-----------REGISTRO DE ACESSO (ACES)---------'.          00910090
      *-------------------------------------------------------------*   00910100
                                                                        00910110
       COPY '#ACESREG'.                                                 00910120
                                                                        00010490
      *-------------------------------------------------------------*   00010500
       01 FILLER PIC X(45) VALUE                                        00010510
              '-----------DADOS E FILE STATUS---------------'.          00010520
      *-------------------------------------------------------------*   00010530
       77 WRK-RESP          PIC S9(08) COMP.                            00010550
       77 WRK-RESP-ACES     PIC S9(08) COMP.                            00910130
       77 WRK-TAM-ACESSO    PIC S9(04) COMP VALUE +60.                  00910140
       77 WRK-ABSTIME       PIC S9(15) COMP-3 VALUE ZEROS.              00910150
       77 WRK-RESP-BLQ      PIC S9(08) COMP.                            00940070
       77 WRK-TAM-COMMAREA-BLQ PIC S9(04) COMP VALUE +24.               00940080
                                                                        00940090
      *-------------------------------------------------------------*   00940100
       01 FILLER PIC X(45) VALUE                                        00940110
              '-----------COMMAREA DO FR16BJ02 (#GBLQ)------'.          00940120
      *-------------------------------------------------------------*   00940130
                                                                        00940140
       COPY '#GBLQ'.                                                    00940150
                                                                        00010560
      *-------------------------------------------------------------*   00010670
       LINKAGE                                    SECTION.              00010680
          05 LK-ACHOU         PIC X(01).                                00010750
             88 LK-CONTA-ACHADA     VALUE 'S'.                          00010760
             88 LK-CONTA-NAO-ACHADA VALUE 'N'.                          00010770
             88 LK-BLOQUEIO-NAO-APURADO VALUE 'E'.                      00940160
          05 LK-BLOQUEADO     PIC 9(09)V99.                             00940170
          05 LK-SALDO-DISP    PIC S9(09)V99.                            00940180
                                                                        00010780
      *=============================================================*   00010790
       PROCEDURE                                  DIVISION.             00010800
            MOVE LK-CONTA   TO REG-CLIENTES-CONTA.                      00010900
            PERFORM 1000-CONSULTAR-CLIEVSAM.                            00010910
            PERFORM 2000-MONTAR-RESPOSTA.                               00010920
            PERFORM 3000-REGISTRAR-ACESSO.                              00910160
            EXEC CICS RETURN END-EXEC.                                  00010930
      *--------------------------------------------------------------   00010940
       0000-99-FIM.                               EXIT.                 00010950
              MOVE REG-CLIENTES-NOME  TO LK-NOME                        00011200
              MOVE REG-CLIENTES-SALDO TO LK-SALDO                       00011210
              MOVE REG-CLIENTES-LIMITE TO LK-LIMITE                     00011320
              PERFORM 2100-APURAR-BLOQUEADO                             00940190
      *       O LIMITE DISPONIVEL E O QUANTO AINDA PODE SER             00011330
      *       DEBITADO: SALDO (QUE PODE SER NEGATIVO) + LIMITE.         00011340
      *       O VALOR BLOQUEADO POR ORDEM JUDICIAL NAO ESTA             00940200
      *       DISPONIVEL: SAI EM SEPARADO E E DESCONTADO DOS DOIS.      00940210
              IF LK-CONTA-ACHADA                                        00940220
                COMPUTE LK-LIMITE-DISP =                                00011350
                   REG-CLIENTES-SALDO + REG-CLIENTES-LIMITE             00011360
                   - LK-BLOQUEADO                                       00940230
                COMPUTE LK-SALDO-DISP =                                 00940240
                   REG-CLIENTES-SALDO - LK-BLOQUEADO                    00940250
              ELSE                                                      00940260
                MOVE ZEROS TO LK-LIMITE-DISP LK-SALDO-DISP              00940270
              END-IF                                                    00940280
            ELSE                                                        00011220
              SET LK-CONTA-NAO-ACHADA TO TRUE                           00011230
              MOVE SPACES  TO LK-NOME                                   00011240
              MOVE ZEROS   TO LK-SALDO LK-LIMITE LK-LIMITE-DISP         00011250
                           LK-BLOQUEADO LK-SALDO-DISP                   00940290
            END-IF.                                                     00011260
      *--------------------------------------------------------------   00011270
       2000-99-FIM.                               EXIT.                 00011280
      *--------------------------------------------------------------   00011290
      ***************************************************************   00940300
      *     A P U R A R   V A L O R   B L O Q U E A D O             *   00940310
      ***************************************************************   00940320
      * SOMA DAS ORDENS JUDICIAIS QUE RETEM VALOR NA CONTA, PELA    *   00940330
      * ROTINA FR16BJ02. NA FALHA DO LINK OU DA ROTINA A CONSULTA   *   00940340
      * NAO MOSTRA VALOR DISPONIVEL QUE PODE ESTAR BLOQUEADO.       *   00940350
      *--------------------------------------------------------------   00940360
       2100-APURAR-BLOQUEADO                      SECTION.              00940370
      *--------------------------------------------------------------   00940380
            MOVE LK-AGENCIA TO WRK-BLQ-AGENCIA.                         00940390
            MOVE LK-CONTA   TO WRK-BLQ-CONTA.                           00940400
            EXEC CICS LINK                                              00940410
                PROGRAM  ('FR16BJ02')                                   00940420
                COMMAREA (WRK-DADOS-BLQ)                                00940430
                LENGTH   (WRK-TAM-COMMAREA-BLQ)                         00940440
                RESP     (WRK-RESP-BLQ)                                 00940450
            END-EXEC.                                                   00940460
            IF WRK-RESP-BLQ EQUAL DFHRESP(NORMAL) AND WRK-BLQ-OK        00940470
              MOVE WRK-BLQ-VALOR TO LK-BLOQUEADO                        00940480
            ELSE                                                        00940490
              SET LK-BLOQUEIO-NAO-APURADO TO TRUE                       00940500
              MOVE ZEROS         TO LK-BLOQUEADO                        00940510
            END-IF.                                                     00940520
      *--------------------------------------------------------------   00940530
       2100-99-FIM.                               EXIT.                 00940540
      *--------------------------------------------------------------   00940550
      ***************************************************************   00910170
      *       R E G I S T R A R   A C E S S O                       *   00910180
      ***************************************************************   00910190
      * A CONSULTA DEIXA RASTRO NA FILA TD EXTRAPARTICIONADA ACES   *   00910200
      * (#ACESREG): QUEM (TERMINAL E USUARIO), O QUE (TRANSACAO E   *   00910210
      * CHAVE), QUANDO E COM QUE RESULTADO. O RESP PROPRIO DO       *   00910220
      * WRITEQ NAO DEIXA UMA FALHA NA FILA DERRUBAR A CONSULTA.     *   00910230
      *--------------------------------------------------------------   00910240
       3000-REGISTRAR-ACESSO                      SECTION.              00910250
      *--------------------------------------------------------------   00910260
            MOVE SPACES        TO REG-ACES.                             00910270
            EXEC CICS ASKTIME                                           00910280
                ABSTIME (WRK-ABSTIME)                                   00910290
            END-EXEC.                                                   00910300
            EXEC CICS FORMATTIME                                        00910310
                ABSTIME  (WRK-ABSTIME)                                  00910320
                YYYYMMDD (REG-ACES-DATA)                                00910330
                TIME     (REG-ACES-HORA)                                00910340
            END-EXEC.                                                   00910350
            EXEC CICS ASSIGN                                            00910360
                USERID (REG-ACES-USUARIO)                               00910370
                RESP   (WRK-RESP-ACES)                                  00910380
            END-EXEC.                                                   00910390
            MOVE EIBTRMID      TO REG-ACES-TERMINAL.                    00910400
            MOVE EIBTRNID      TO REG-ACES-TRANSACAO.                   00910410
            SET REG-ACES-POR-CONTA TO TRUE.                             00910420
            MOVE LK-AGENCIA    TO REG-ACES-AGENCIA.                     00910430
            MOVE LK-CONTA      TO REG-ACES-CONTA.                       00910440
            EVALUATE TRUE                                               00910450
             WHEN WRK-RESP EQUAL DFHRESP(NORMAL)                        00910460
               SET REG-ACES-ACHADO     TO TRUE                          00910470
             WHEN WRK-RESP EQUAL DFHRESP(NOTFND)                        00910480
               SET REG-ACES-NAO-ACHADO TO TRUE                          00910490
             WHEN OTHER                                                 00910500
               SET REG-ACES-ERRO       TO TRUE                          00910510
            END-EVALUATE.                                               00910520
            EXEC CICS WRITEQ TD                                         00910530
                QUEUE  ('ACES')                                         00910540
                FROM   (REG-ACES)                                       00910550
                LENGTH (WRK-TAM-ACESSO)                                 00910560
                RESP   (WRK-RESP-ACES)                                  00910570
            END-EXEC.                                                   00910580
      *--------------------------------------------------------------   00910590
       3000-99-FIM.                               EXIT.                 00910600
      *--------------------------------------------------------------   00910610
