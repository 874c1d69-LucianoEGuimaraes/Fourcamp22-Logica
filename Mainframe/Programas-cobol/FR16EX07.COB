      *                   E NAO RECICLA MAIS.                       *   00010260
      *                 RECUSA QUE NAO VOLTA NO MOV0106R DA NOITE   *   00010270
      *                 FOI PAGA NA REAPRESENTACAO E SAI DO CICLO.  *   00010280
      *                 RECUSA DE DEBITO AGENDADO (HISTORICO 009)   *   00890000
      *                 E DE PARCELA DE EMPRESTIMO (HISTORICO 010)  *   00890010
      *                 NAO E REAPRESENTADA: O FR16SO02 BAIXA A     *   00890020
      *                 FALHA NA PROPRIA ORDEM (ORDVSAM) E O        *   00900300
      *                 FR16EP02 COBRA A PARCELA EM ATRASO DE NOVO  *   00900310
      *                 NA NOITE SEGUINTE (EMPVSAM).                *   00900320
      *-------------------------------------------------------------*   00010290
      *   ARQUIVOS...:                                              *   00010300
      *    DDNAME              I/O                                  *   00010310
          05 WRK-SDR-MOTIVO     PIC X(20).                              00010909
          05 WRK-SDR-DATA-PROC  PIC 9(08).                              00010910
          05 WRK-SDR-NSEQ-RUN   PIC 9(03).                              00010911
          05 WRK-SDR-HISTORICO  PIC 9(03).                              00880000
                                                                        00010912
       FD MOVRORD                                                       00010913
          RECORDING  MODE IS F                                          00010914
          05 FD-MORDR-MOTIVO    PIC X(20).                              00010925
          05 FD-MORDR-DATA-PROC PIC 9(08).                              00010926
          05 FD-MORDR-NSEQ-RUN  PIC 9(03).                              00010927
          05 FD-MORDR-HISTORICO PIC 9(03).                              00880010
      *      DEBITO AGENDADO E PARCELA DE EMPRESTIMO: A FALHA FICA NA   00890030
      *      ORDEM (FR16SO02) OU NO CONTRATO (FR16EP02).                00900330
             88 FD-MORDR-NAO-REAPRESENTA VALUE 009 010.                 00890040
                                                                        00010928
       SD SORTA.                                                        00010929
       01 WRK-SDA-CONTROLE.                                             00010930
          05 FD-REAPMOV-MOVIMENTO PIC X(30).                            00010970
          05 FD-REAPMOV-VALORMOV  PIC 9(08)V99.                         00010980
          05 FD-REAPMOV-TIPOMOV   PIC X(01).                            00010990
          05 FD-REAPMOV-HISTORICO PIC 9(03).                            00880020
                                                                        00011000
       FD REAPNOVO                                                      00011010
          RECORDING  MODE IS F.                                         00011020
       77 WRK-FS-REAPMOV    PIC 9(02).                                  00011400
       77 WRK-FS-REAPNOVO   PIC 9(02).                                  00011410
       77 WRK-FS-BAIXAS     PIC 9(02).                                  00011420
       77 WRK-HIS-REAPRESENTA PIC 9(03) VALUE 008.                      00880030
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011430
       77 WRK-RECUSAS-LIDAS PIC 9(05) VALUE ZEROS.                      00011440
       77 WRK-RECUSAS-IGNORADAS PIC 9(05) VALUE ZEROS.                  00890050
       77 WRK-REAPRESENTADOS PIC 9(05) VALUE ZEROS.                     00011450
       77 WRK-BAIXADOS      PIC 9(05) VALUE ZEROS.                      00011460
       77 WRK-PAGOS         PIC 9(05) VALUE ZEROS.                      00011470
            MOVE FD-MORDR-CONTA     TO FD-REAPMOV-CONTA                 00012540
            MOVE FD-MORDR-MOVIMENTO TO FD-REAPMOV-MOVIMENTO             00012550
            MOVE FD-MORDR-VALORMOV  TO FD-REAPMOV-VALORMOV              00012560
            MOVE 'D'                   TO FD-REAPMOV-TIPOMOV            00012570
            MOVE WRK-HIS-REAPRESENTA   TO FD-REAPMOV-HISTORICO.         00880040
            WRITE FD-REAPMOV.                                           00012580
            MOVE FD-MORDR-AGENCIA   TO FD-REAPNOVO-AGENCIA              00012590
            MOVE FD-MORDR-CONTA     TO FD-REAPNOVO-CONTA                00012600
            DISPLAY ' '.                                                00012930
            DISPLAY 'RECUSAS LIDAS NA NOITE        : '                  00012940
                    WRK-RECUSAS-LIDAS.                                  00012950
            DISPLAY 'RECUSAS AGENDADO/EMPRESTIMO   : '                  00890060
                    WRK-RECUSAS-IGNORADAS.                              00890070
            DISPLAY 'DEBITOS REAPRESENTADOS        : '                  00012960
                    WRK-REAPRESENTADOS.                                 00012970
            DISPLAY 'DEBITOS BAIXADOS              : ' WRK-BAIXADOS.    00012980
      *--------------------------------------------------------------   00013490
       5300-LER-MOV0106R                         SECTION.               00013500
      *--------------------------------------------------------------   00013510
      * AS RECUSAS DE DEBITO AGENDADO E DE PARCELA DE EMPRESTIMO SAO    00890080
      * PULADAS E SO CONTADAS.                                          00900340
            PERFORM 5350-LER-MOVRORD.                                   00890090
            PERFORM 5350-LER-MOVRORD                                    00890100
               UNTIL WRK-FS-MOVRORD EQUAL 10                            00890110
                  OR NOT FD-MORDR-NAO-REAPRESENTA.                      00890120
            IF WRK-FS-MOVRORD EQUAL 10                                  00013550
              MOVE HIGH-VALUES TO WRK-CHAVE-R                           00013560
            ELSE                                                        00013580
      *--------------------------------------------------------------   00013610
       5300-99-FIM.                              EXIT.                  00013620
      *--------------------------------------------------------------   00013630
      *--------------------------------------------------------------   00890130
       5350-LER-MOVRORD                          SECTION.               00890140
      *--------------------------------------------------------------   00890150
            READ MOVRORD                                                00890160
              AT END MOVE 10 TO WRK-FS-MOVRORD                          00890170
            END-READ.                                                   00890180
            IF WRK-FS-MOVRORD NOT EQUAL 10 AND                          00890190
               FD-MORDR-NAO-REAPRESENTA                                 00890200
              ADD 1 TO WRK-RECUSAS-IGNORADAS                            00890210
            END-IF.                                                     00890220
      *--------------------------------------------------------------   00890230
       5350-99-FIM.                              EXIT.                  00890240
      *--------------------------------------------------------------   00890250
      ***************************************************************   00013640
      *         L E R   R E A P A N T                               *   00013650
      ***************************************************************   00013660
