      *                 DO FR16DB01, ALEM DO FLAG DE ACHADO/NAO     *   00010220
      *                 ACHADO - A CONSULTA DE ROTINA DEIXA DE SER  *   00010230
      *                 PEDIDO DE BATCH PARA A OPERACAO.            *   00010240
      *                 CADA CONSULTA GRAVA UM REGISTRO DE ACESSO   *   00911000
      *                 (#ACESREG: TERMINAL, USUARIO, TRANSACAO,    *   00911010
      *                 CHAVE, DATA/HORA E RESULTADO) NA FILA TD    *   00911020
      *                 EXTRAPARTICIONADA ACES, AUDITADA NA NOITE   *   00911030
      *                 PELO JOB AUDACES (FR16AU01).                *   00911040
      *-------------------------------------------------------------*   00010250
      *   TRANSACAO..: CLFN                                         *   00010260
      *   COMMAREA...: DFHCOMMAREA (LK-COMMAREA)                    *   00010270
      *   ARQUIVOS...:                                              *   00010290
      *    DDNAME              I/O                                  *   00010300
      *    FUNCVSAM             I                                   *   00010310
      *    ACES (FILA TD)       O                                   *   00911050
      *=============================================================*   00010320
                                                                        00010330
      *=============================================================*   00010340
      *-------------------------------------------------------------*   00010520
                                                                        00010530
       COPY '#FUNREG'.                                                  00010540
                                                                        00911060
      *-------------------------------------------------------------*   00911070
       01 FILLER PIC X(45) VALUE                                        00911080
              '-----------REGISTRO DE ACESSO (ACES)---------'.          00911090
      *-------------------------------------------------------------*   00911100
                                                                        00911110
       COPY '#ACESREG'.                                                 00911120
                                                                        00010550
      *-------------------------------------------------------------*   00010560
       01 FILLER PIC X(45) VALUE                                        00010570
              '-----------DADOS E FILE STATUS---------------'.          00010580
      *-------------------------------------------------------------*   00010590
       77 WRK-RESP          PIC S9(08) COMP.                            00010600
       77 WRK-RESP-ACES     PIC S9(08) COMP.                            00911130
       77 WRK-TAM-ACESSO    PIC S9(04) COMP VALUE +60.                  00911140
       77 WRK-ABSTIME       PIC S9(15) COMP-3 VALUE ZEROS.              00911150
                                                                        00010610
      *-------------------------------------------------------------*   00010620
       LINKAGE                                    SECTION.              00010630
            MOVE LK-ID TO REG-FUNC-ID.                                  00010850
            PERFORM 1000-CONSULTAR-FUNCVSAM.                            00010860
            PERFORM 2000-MONTAR-RESPOSTA.                               00010870
            PERFORM 3000-REGISTRAR-ACESSO.                              00010880
            EXEC CICS RETURN END-EXEC.                                  00911160
      *--------------------------------------------------------------   00010890
       0000-99-FIM.                               EXIT.                 00010900
      *--------------------------------------------------------------   00010910
      *--------------------------------------------------------------   00011310
       2000-99-FIM.                               EXIT.                 00011320
      *--------------------------------------------------------------   00011330
      ***************************************************************   00911170
      *       R E G I S T R A R   A C E S S O                       *   00911180
      ***************************************************************   00911190
      * A CONSULTA DEIXA RASTRO NA FILA TD EXTRAPARTICIONADA ACES   *   00911200
      * (#ACESREG): QUEM (TERMINAL E USUARIO), O QUE (TRANSACAO E   *   00911210
      * CHAVE), QUANDO E COM QUE RESULTADO. O RESP PROPRIO DO       *   00911220
      * WRITEQ NAO DEIXA UMA FALHA NA FILA DERRUBAR A CONSULTA.     *   00911230
      *--------------------------------------------------------------   00911240
       3000-REGISTRAR-ACESSO                      SECTION.              00911250
      *--------------------------------------------------------------   00911260
            MOVE SPACES        TO REG-ACES.                             00911270
            EXEC CICS ASKTIME                                           00911280
                ABSTIME (WRK-ABSTIME)                                   00911290
            END-EXEC.                                                   00911300
            EXEC CICS FORMATTIME                                        00911310
                ABSTIME  (WRK-ABSTIME)                                  00911320
                YYYYMMDD (REG-ACES-DATA)                                00911330
                TIME     (REG-ACES-HORA)                                00911340
            END-EXEC.                                                   00911350
            EXEC CICS ASSIGN                                            00911360
                USERID (REG-ACES-USUARIO)                               00911370
                RESP   (WRK-RESP-ACES)                                  00911380
            END-EXEC.                                                   00911390
            MOVE EIBTRMID      TO REG-ACES-TERMINAL.                    00911400
            MOVE EIBTRNID      TO REG-ACES-TRANSACAO.                   00911410
            SET REG-ACES-POR-FUNC  TO TRUE.                             00911420
            MOVE LK-ID         TO REG-ACES-FUNC-ID.                     00911430
            EVALUATE TRUE                                               00911440
             WHEN WRK-RESP EQUAL DFHRESP(NORMAL)                        00911450
               SET REG-ACES-ACHADO     TO TRUE                          00911460
             WHEN WRK-RESP EQUAL DFHRESP(NOTFND)                        00911470
               SET REG-ACES-NAO-ACHADO TO TRUE                          00911480
             WHEN OTHER                                                 00911490
               SET REG-ACES-ERRO       TO TRUE                          00911500
            END-EVALUATE.                                               00911510
            EXEC CICS WRITEQ TD                                         00911520
                QUEUE  ('ACES')                                         00911530
                FROM   (REG-ACES)                                       00911540
                LENGTH (WRK-TAM-ACESSO)                                 00911550
                RESP   (WRK-RESP-ACES)                                  00911560
            END-EXEC.                                                   00911570
      *--------------------------------------------------------------   00911580
       3000-99-FIM.                               EXIT.                 00911590
      *--------------------------------------------------------------   00911600
                                                                        00011340
