      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16BK01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16BK01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: BACKOUT CONTROLADO DE UMA NOITE POSTADA POR *   00010150
      *                 ENGANO (ARQUIVO DE AGENCIA ERRADO, GERACAO  *   00010160
      *                 MOVGER/MOVFOLHA TROCADA), PELA RODADA       *   00010170
      *                 (DATA-PROC + NSEQ-RUN DO RUNCTL), EM TRES   *   00010180
      *                 MODOS (SYSIN):                              *   00010190
      *                 1 = PONTO DE BACKOUT (STEP059 DO BATFECHO,  *   00010200
      *                     DENTRO DO IFPROM, ANTES DA PROMOCAO DO  *   00010210
      *                     MESTRE): GRAVA NO BKPNITE(+1) (#BKPREG) *   00010220
      *                     O CONTROLE DA RODADA COM AS CONTAGENS   *   00010230
      *                     DA NOITE E A COPIA DO MESTRE ANTERIOR E *   00010240
      *                     DOS CONTROLES HDRCTL, REAPCTL, REAPMOV  *   00010250
      *                     E CBRCTL VIGENTES.                      *   00010260
      *                 2 = BACKOUT (JOB BACKOUT, SYSIN             *   00010270
      *                     2AAAAMMDDNNN): CONFERE QUE A RODADA E A *   00010280
      *                     DO PONTO, QUE NAO HOUVE OUTRA RODADA    *   00010290
      *                     DEPOIS DELA (RUNCTL), QUE SALDODIA(0),  *   00010300
      *                     MOVJNITE(0), MOV0106 E CLINOVO(0) SAO   *   00010310
      *                     DA RODADA E QUE O MESTRE NAO MUDOU      *   00010320
      *                     DEPOIS DA NOITE; QUALQUER FALHA RECUSA  *   00010330
      *                     O BACKOUT (RC 8) SEM TOCAR EM NADA.     *   00010340
      *                     CONFERIDO, GRAVA OS PENDENTES DO MESTRE *   00010350
      *                     E DOS CONTROLES (PROMOVIDOS PELO JOB),  *   00010360
      *                     EXCLUI DO MOVVSAM OS LANCAMENTOS QUE A  *   00010370
      *                     NOITE CARREGOU (CONTA DO MOV0106, DATA  *   00010380
      *                     A PARTIR DA DATA-PROC), E GERA O DELTA  *   00010390
      *                     BKODELT QUE DEVOLVE O CLIEVSAM AO       *   00010400
      *                     MESTRE ANTERIOR MAIS OS DOIS JORNAIS    *   00010410
      *                     (FOTO DA NOITE + MOVJ DO DIA). RC 4     *   00010420
      *                     QUANDO O BAIXAS(0) E DA RODADA (O JOB   *   00010430
      *                     EXCLUI A GERACAO). AS ORDENS JUDICIAIS  *   00010440
      *                     (BLQVSAM) BAIXADAS PELO FR16BJ03 NA     *   00950000
      *                     RODADA VOLTAM A T: A TRANSFERIDA        *   00950010
      *                     RECEBE DE VOLTA NO BLOQUEADO O DEBITO   *   00950020
      *                     DA NOITE (JUDMOV(0)) E A FALHA E LIMPA, *   00950030
      *                     PARA O RERUN GERAR A TRANSFERENCIA DE   *   00950040
      *                     NOVO.                                   *   00950045
      *                     OS AGENDAMENTOS (ORDVSAM) E OS          *   00960000
      *                     CONTRATOS (EMPVSAM) BAIXADOS PELO       *   00960010
      *                     FR16SO02/FR16EP02 NA RODADA VOLTAM AO   *   00960020
      *                     ESTADO DE ANTES DA BAIXA (ORDMOV(0) E   *   00960030
      *                     EMPMOV(0) DA RODADA); O QUE NAO DA PARA *   00960040
      *                     DESFAZER SAI LISTADO NO RELBKO E FICA   *   00960050
      *                     COM A BAIXA DA NOITE, O QUE O MODO 3    *   00960060
      *                     ACUSA (RC 4).                           *   00960070
      *                 3 = CERTIFICADO (ULTIMO STEP DO BACKOUT):   *   00010450
      *                     RECONTA CADA DATASET TOCADO, IMPRIME    *   00010460
      *                     ANTES/DEPOIS/CONFERE E AS PENDENCIAS    *   00010470
      *                     MANUAIS, E GRAVA O BKPNITE(+1) SO COM O *   00010480
      *                     CONTROLE MARCADO COMO REVERTIDO. DATASET*   00010490
      *                     QUE NAO CONFERE DEVOLVE RC 4.           *   00010500
      *-------------------------------------------------------------*   00010510
      *   ARQUIVOS...:                                              *   00010520
      *    DDNAME              I/O                                  *   00010530
      *    RUNCTL               I  (MODOS 1 E 2)                    *   00010540
      *    CLIENTES             I                                   *   00010550
      *    CLINOVO              I  (MODOS 1 E 2)                    *   00010560
      *    MOV0106              I  (MODOS 1 E 2)                    *   00010570
      *    SALDODIA             I  (MODOS 1 E 2)                    *   00010580
      *    MOVJNITE             I  (MODOS 1 E 2)                    *   00010590
      *    MOVJ                 I  (MODOS 2 E 3)                    *   00010600
      *    HDRCTL               I  (MODO 3 - GERACAO RESTAURADA)    *   00010610
      *    REAPCTL              I  (IDEM)                           *   00010620
      *    REAPMOV              I  (IDEM)                           *   00010630
      *    CBRCTL               I  (IDEM)                           *   00010640
      *    BAIXAS               I  (MODO 2)                         *   00010650
      *    RETAG1/2/3, RETOUT   I  (MODO 2)                         *   00010660
      *    JORND                O/I (MODO 2 - TRABALHO DO SORT)     *   00010670
      *    CLIEVSAM             I  (MODOS 2 E 3)                    *   00010680
      *    MOVVSAM             I/O (MODO 2) / I (MODO 3)            *   00010690
      *    BLQVSAM             I/O (MODO 2)                         *   00950050
      *    JUDMOV               I  (MODO 2)                         *   00950060
      *    ORDVSAM             I/O (MODO 2) / I (MODO 3)            *   00960080
      *    ORDMOV               I  (MODO 2)                         *   00960090
      *    EMPVSAM             I/O (MODO 2) / I (MODO 3)            *   00960100
      *    EMPMOV               I  (MODO 2)                         *   00960110
      *    BKPNITE              I  (MODO 2)                         *   00010700
      *    BKPNOVO              O  (MODOS 1 E 3)                    *   00010710
      *    CLIPEND              O  (MODO 2)                         *   00010720
      *    HDRPEND              O  (MODO 2)                         *   00010730
      *    REAPPEND             O  (MODO 2)                         *   00010740
      *    RMOVPEND             O  (MODO 2)                         *   00010750
      *    CBRPEND              O  (MODO 2)                         *   00010760
      *    BKODELT              O  (MODO 2) / I (MODO 3)            *   00010770
      *    BKOCERT              O  (MODO 2) / I (MODO 3)            *   00010780
      *    RELBKO               O  (MODOS 2 E 3)                    *   00010790
      *-------------------------------------------------------------*   00010800
      *   MODULOS....:                             INCLUDE/BOOK     *   00010810
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010820
      *=============================================================*   00010830
                                                                        00010840
      *=============================================================*   00010850
       ENVIRONMENT                               DIVISION.              00010860
      *=============================================================*   00010870
      *-------------------------------------------------------------*   00010880
       CONFIGURATION                             SECTION.               00010890
      *-------------------------------------------------------------*   00010900
       SPECIAL-NAMES.                                                   00010910
           DECIMAL-POINT IS COMMA.                                      00010920
                                                                        00010930
       INPUT-OUTPUT                              SECTION.               00010940
       FILE-CONTROL.                                                    00010950
            SELECT RUNCTL   ASSIGN TO RUNCTL                            00010960
                FILE STATUS  IS WRK-FS-RUNCTL.                          00010970
                                                                        00010980
            SELECT CLIENTES ASSIGN TO CLIENTES                          00010990
                FILE STATUS  IS WRK-FS-CLIENTES.                        00011000
                                                                        00011010
            SELECT CLINOVO  ASSIGN TO CLINOVO                           00011020
                FILE STATUS  IS WRK-FS-CLINOVO.                         00011030
                                                                        00011040
            SELECT MOV0106  ASSIGN TO MOV0106                           00011050
                FILE STATUS  IS WRK-FS-MOV0106.                         00011060
                                                                        00011070
            SELECT SALDODIA ASSIGN TO SALDODIA                          00011080
                FILE STATUS  IS WRK-FS-SALDODIA.                        00011090
                                                                        00011100
            SELECT MOVJNITE ASSIGN TO MOVJNITE                          00011110
                FILE STATUS  IS WRK-FS-MOVJNITE.                        00011120
                                                                        00011130
            SELECT MOVJ     ASSIGN TO MOVJ                              00011140
                FILE STATUS  IS WRK-FS-MOVJ.                            00011150
                                                                        00011160
            SELECT HDRCTL   ASSIGN TO HDRCTL                            00011170
                FILE STATUS  IS WRK-FS-HDRCTL.                          00011180
                                                                        00011190
            SELECT REAPCTL  ASSIGN TO REAPCTL                           00011200
                FILE STATUS  IS WRK-FS-REAPCTL.                         00011210
                                                                        00011220
            SELECT REAPMOV  ASSIGN TO REAPMOV                           00011230
                FILE STATUS  IS WRK-FS-REAPMOV.                         00011240
                                                                        00011250
            SELECT CBRCTL   ASSIGN TO CBRCTL                            00011260
                FILE STATUS  IS WRK-FS-CBRCTL.                          00011270
                                                                        00011280
            SELECT BAIXAS   ASSIGN TO BAIXAS                            00011290
                FILE STATUS  IS WRK-FS-BAIXAS.                          00011300
                                                                        00011310
            SELECT RETAG1   ASSIGN TO RETAG1                            00011320
                FILE STATUS  IS WRK-FS-RETAG1.                          00011330
                                                                        00011340
            SELECT RETAG2   ASSIGN TO RETAG2                            00011350
                FILE STATUS  IS WRK-FS-RETAG2.                          00011360
                                                                        00011370
            SELECT RETAG3   ASSIGN TO RETAG3                            00011380
                FILE STATUS  IS WRK-FS-RETAG3.                          00011390
                                                                        00011400
            SELECT RETOUT   ASSIGN TO RETOUT                            00011410
                FILE STATUS  IS WRK-FS-RETOUT.                          00011420
                                                                        00011430
            SELECT SORTJ    ASSIGN TO SORTWK1.                          00011440
                                                                        00011450
            SELECT JORND    ASSIGN TO JORND                             00011460
                FILE STATUS  IS WRK-FS-JORND.                           00011470
                                                                        00011480
            SELECT CLIEVSAM ASSIGN TO CLIEVSAM                          00011490
                ORGANIZATION IS INDEXED                                 00011500
                ACCESS MODE IS SEQUENTIAL                               00011510
                RECORD KEY IS REG-CLIENTES-CHAVE                        00011520
                FILE STATUS  IS WRK-FS-CLIEVSAM.                        00011530
                                                                        00011540
            SELECT MOVVSAM  ASSIGN TO MOVVSAM                           00011550
                ORGANIZATION IS INDEXED                                 00011560
                ACCESS MODE IS DYNAMIC                                  00011570
                RECORD KEY IS REG-MOVH-CHAVE                            00011580
                FILE STATUS  IS WRK-FS-MOVVSAM.                         00011590
                                                                        00950070
            SELECT BLQVSAM  ASSIGN TO BLQVSAM                           00950080
                ORGANIZATION IS INDEXED                                 00950090
                ACCESS MODE IS SEQUENTIAL                               00950100
                RECORD KEY IS REG-BLQ-CHAVE                             00950110
                FILE STATUS  IS WRK-FS-BLQVSAM.                         00950120
                                                                        00950130
            SELECT JUDMOV   ASSIGN TO JUDMOV                            00950140
                FILE STATUS  IS WRK-FS-JUDMOV.                          00950150
                                                                        00960120
            SELECT ORDVSAM  ASSIGN TO ORDVSAM                           00960130
                ORGANIZATION IS INDEXED                                 00960140
                ACCESS MODE IS SEQUENTIAL                               00960150
                RECORD KEY IS REG-ORD-CHAVE                             00960160
                FILE STATUS  IS WRK-FS-ORDVSAM.                         00960170
                                                                        00960180
            SELECT ORDMOV   ASSIGN TO ORDMOV                            00960190
                FILE STATUS  IS WRK-FS-ORDMOV.                          00960200
                                                                        00960210
            SELECT EMPVSAM  ASSIGN TO EMPVSAM                           00960220
                ORGANIZATION IS INDEXED                                 00960230
                ACCESS MODE IS SEQUENTIAL                               00960240
                RECORD KEY IS REG-EMP-CHAVE                             00960250
                FILE STATUS  IS WRK-FS-EMPVSAM.                         00960260
                                                                        00960270
            SELECT EMPMOV   ASSIGN TO EMPMOV                            00960280
                FILE STATUS  IS WRK-FS-EMPMOV.                          00960290
                                                                        00011600
            SELECT BKPNITE  ASSIGN TO BKPNITE                           00011610
                FILE STATUS  IS WRK-FS-BKPNITE.                         00011620
                                                                        00011630
            SELECT BKPNOVO  ASSIGN TO BKPNOVO                           00011640
                FILE STATUS  IS WRK-FS-BKPNOVO.                         00011650
                                                                        00011660
            SELECT CLIPEND  ASSIGN TO CLIPEND                           00011670
                FILE STATUS  IS WRK-FS-CLIPEND.                         00011680
                                                                        00011690
            SELECT HDRPEND  ASSIGN TO HDRPEND                           00011700
                FILE STATUS  IS WRK-FS-HDRPEND.                         00011710
                                                                        00011720
            SELECT REAPPEND ASSIGN TO REAPPEND                          00011730
                FILE STATUS  IS WRK-FS-REAPPEND.                        00011740
                                                                        00011750
            SELECT RMOVPEND ASSIGN TO RMOVPEND                          00011760
                FILE STATUS  IS WRK-FS-RMOVPEND.                        00011770
                                                                        00011780
            SELECT CBRPEND  ASSIGN TO CBRPEND                           00011790
                FILE STATUS  IS WRK-FS-CBRPEND.                         00011800
                                                                        00011810
            SELECT BKODELT  ASSIGN TO BKODELT                           00011820
                FILE STATUS  IS WRK-FS-BKODELT.                         00011830
                                                                        00011840
            SELECT BKOCERT  ASSIGN TO BKOCERT                           00011850
                FILE STATUS  IS WRK-FS-BKOCERT.                         00011860
                                                                        00011870
            SELECT RELBKO   ASSIGN TO RELBKO                            00011880
                FILE STATUS  IS WRK-FS-RELBKO.                          00011890
      *=============================================================*   00011900
       DATA                                      DIVISION.              00011910
      *=============================================================*   00011920
       FILE                                      SECTION.               00011930
      *-------------------------------------------------------------*   00011940
                                                                        00011950
       FD RUNCTL                                                        00011960
           RECORDING MODE IS F.                                         00011970
                                                                        00011980
       01 FD-RUNCTL.                                                    00011990
          05 FD-RUN-DATA       PIC 9(08).                               00012000
          05 FD-RUN-NSEQ       PIC 9(03).                               00012010
                                                                        00012020
       FD CLIENTES                                                      00012030
           RECORDING MODE IS F                                          00012040
           BLOCK CONTAINS 0 RECORDS.                                    00012050
                                                                        00012060
       COPY '#CLIMST'.                                                  00012070
                                                                        00012080
       FD CLINOVO                                                       00012090
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012110
                                                                        00012120
       01 FD-CLINOVO         PIC X(067).                                00012130
                                                                        00012140
       FD MOV0106                                                       00012150
           RECORDING  MODE IS F                                         00012160
           BLOCK CONTAINS 0 RECORDS.                                    00012170
                                                                        00012180
       01 FD-MOV0106.                                                   00012190
          05 FD-MOV0106-CHAVE.                                          00012200
             10 FD-MOV0106-AGENCIA    PIC X(04).                        00012210
             10 FD-MOV0106-CONTA      PIC X(04).                        00012220
          05 FD-MOV0106-MOVIMENTO  PIC X(30).                           00012230
          05 FD-MOV0106-VALORMOV   PIC 9(08)V99.                        00012240
          05 FD-MOV0106-TIPOMOV    PIC X(01).                           00012250
          05 FD-MOV0106-HISTORICO  PIC 9(03).                           00012260
                                                                        00012270
       FD SALDODIA                                                      00012280
          RECORDING  MODE IS F.                                         00012290
                                                                        00012300
       01 FD-SALDODIA.                                                  00012310
          05 FD-SDIA-CHAVE.                                             00012320
             10 FD-SDIA-AGENCIA    PIC X(04).                           00012330
             10 FD-SDIA-CONTA      PIC X(04).                           00012340
          05 FD-SDIA-DATA-PROC  PIC 9(08).                              00012350
          05 FD-SDIA-NSEQ-RUN   PIC 9(03).                              00012360
          05 FD-SDIA-SALDO      PIC S9(08)V99.                          00012370
                                                                        00012380
       FD MOVJNITE                                                      00012390
           RECORDING MODE IS F                                          00012400
           BLOCK CONTAINS 0 RECORDS.                                    00012410
                                                                        00012420
       01 FD-MOVJNITE.                                                  00012430
          05 FD-MOVJNITE-CHAVE.                                         00012440
             10 FD-MOVJNITE-AGENCIA  PIC X(04).                         00012450
             10 FD-MOVJNITE-CONTA    PIC X(04).                         00012460
          05 FD-MOVJNITE-MOVIMENTO PIC X(30).                           00012470
          05 FD-MOVJNITE-VALORMOV  PIC 9(08)V99.                        00012480
          05 FD-MOVJNITE-TIPOMOV   PIC X(01).                           00012490
          05 FD-MOVJNITE-OPERADOR  PIC X(08).                           00012500
          05 FD-MOVJNITE-APROVADOR PIC X(08).                           00012510
          05 FD-MOVJNITE-HISTORICO PIC 9(03).                           00012520
                                                                        00012530
      * JORNAL ONLINE CORRENTE (PROD.CICS.MOVJ), MESMO LAYOUT.          00012540
       FD MOVJ                                                          00012550
           RECORDING MODE IS F                                          00012560
           BLOCK CONTAINS 0 RECORDS.                                    00012570
                                                                        00012580
       01 FD-MOVJ            PIC X(068).                                00012590
                                                                        00012600
       FD HDRCTL                                                        00012610
           RECORDING MODE IS F.                                         00012620
                                                                        00012630
       01 FD-HDRCTL          PIC X(016).                                00012640
                                                                        00012650
       FD REAPCTL                                                       00012660
           RECORDING MODE IS F.                                         00012670
                                                                        00012680
       01 FD-REAPCTL         PIC X(050).                                00012690
                                                                        00012700
       FD REAPMOV                                                       00012710
           RECORDING MODE IS F.                                         00012720
                                                                        00012730
       01 FD-REAPMOV         PIC X(052).                                00012740
                                                                        00012750
       FD CBRCTL                                                        00012760
           RECORDING MODE IS F.                                         00012770
                                                                        00012780
       01 FD-CBRCTL          PIC X(048).                                00012790
                                                                        00012800
       FD BAIXAS                                                        00012810
           RECORDING MODE IS F.                                         00012820
                                                                        00012830
       01 FD-BAIXAS.                                                    00012840
          05 FD-BAIXAS-CHAVE.                                           00012850
             10 FD-BAIXAS-AGENCIA   PIC X(04).                          00012860
             10 FD-BAIXAS-CONTA     PIC X(04).                          00012870
          05 FD-BAIXAS-NOME       PIC X(30).                            00012880
          05 FD-BAIXAS-MOVIMENTO  PIC X(30).                            00012890
          05 FD-BAIXAS-VALORMOV   PIC 9(08)V99.                         00012900
          05 FD-BAIXAS-TENTATIVAS PIC 9(02).                            00012910
          05 FD-BAIXAS-DATA-PROC  PIC 9(08).                            00012920
          05 FD-BAIXAS-NSEQ-RUN   PIC 9(03).                            00012930
                                                                        00012940
       FD RETAG1                                                        00012950
           RECORDING MODE IS F.                                         00012960
                                                                        00012970
       01 FD-RETAG1          PIC X(300).                                00012980
                                                                        00012990
       FD RETAG2                                                        00013000
           RECORDING MODE IS F.                                         00013010
                                                                        00013020
       01 FD-RETAG2          PIC X(300).                                00013030
                                                                        00013040
       FD RETAG3                                                        00013050
           RECORDING MODE IS F.                                         00013060
                                                                        00013070
       01 FD-RETAG3          PIC X(300).                                00013080
                                                                        00013090
       FD RETOUT                                                        00013100
           RECORDING MODE IS F.                                         00013110
                                                                        00013120
       01 FD-RETOUT          PIC X(300).                                00013130
                                                                        00013140
      *-------------------------------------------------------------*   00013150
       SD SORTJ.                                                        00013160
      *-------------------------------------------------------------*   00013170
       01 WRK-SD-JORNAL.                                                00013180
          05 WRK-SD-CHAVE.                                              00013190
             10 WRK-SD-AGENCIA     PIC X(04).                           00013200
             10 WRK-SD-CONTA       PIC X(04).                           00013210
          05 WRK-SD-MOVIMENTO    PIC X(30).                             00013220
          05 WRK-SD-VALORMOV     PIC 9(08)V99.                          00013230
          05 WRK-SD-TIPOMOV      PIC X(01).                             00013240
          05 WRK-SD-OPERADOR     PIC X(08).                             00013250
          05 WRK-SD-APROVADOR    PIC X(08).                             00013260
          05 WRK-SD-HISTORICO    PIC 9(03).                             00013270
                                                                        00013280
       FD JORND                                                         00013290
           RECORDING MODE IS F                                          00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013310
                                                                        00013320
       01 FD-JORND.                                                     00013330
          05 FD-JORND-CHAVE.                                            00013340
             10 FD-JORND-AGENCIA     PIC X(04).                         00013350
             10 FD-JORND-CONTA       PIC X(04).                         00013360
          05 FD-JORND-MOVIMENTO   PIC X(30).                            00013370
          05 FD-JORND-VALORMOV    PIC 9(08)V99.                         00013380
          05 FD-JORND-TIPOMOV     PIC X(01).                            00013390
          05 FD-JORND-OPERADOR    PIC X(08).                            00013400
          05 FD-JORND-APROVADOR   PIC X(08).                            00013410
          05 FD-JORND-HISTORICO   PIC 9(03).                            00013420
                                                                        00013430
       FD CLIEVSAM                                                      00013440
           RECORDING MODE IS F.                                         00013450
                                                                        00013460
       COPY '#CLIREG'.                                                  00013470
                                                                        00013480
       FD MOVVSAM                                                       00013490
           RECORDING MODE IS F.                                         00013495
                                                                        00013500
       COPY '#MOVHREG'.                                                 00013510
                                                                        00013520
       FD BKPNITE                                                       00013530
           RECORDING MODE IS F                                          00013540
           BLOCK CONTAINS 0 RECORDS.                                    00013550
                                                                        00013560
       COPY '#BKPREG'.                                                  00013570
                                                                        00013580
       FD BKPNOVO                                                       00013590
           RECORDING MODE IS F                                          00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013610
                                                                        00013620
       01 FD-BKPNOVO         PIC X(080).                                00013630
                                                                        00013640
       FD CLIPEND                                                       00013650
           RECORDING MODE IS F                                          00013660
           BLOCK CONTAINS 0 RECORDS.                                    00013670
                                                                        00013680
       01 FD-CLIPEND         PIC X(067).                                00013690
                                                                        00013700
       FD HDRPEND                                                       00013710
           RECORDING MODE IS F.                                         00013720
                                                                        00013730
       01 FD-HDRPEND         PIC X(016).                                00013740
                                                                        00013750
       FD REAPPEND                                                      00013760
           RECORDING MODE IS F.                                         00013770
                                                                        00013780
       01 FD-REAPPEND        PIC X(050).                                00013790
                                                                        00013800
       FD RMOVPEND                                                      00013810
           RECORDING MODE IS F.                                         00013820
                                                                        00013830
       01 FD-RMOVPEND        PIC X(052).                                00013840
                                                                        00013850
       FD CBRPEND                                                       00013860
           RECORDING MODE IS F.                                         00013870
                                                                        00013880
       01 FD-CBRPEND         PIC X(048).                                00013890
                                                                        00013900
      * DELTA DE ALINHAMENTO DO CLIEVSAM, NO LAYOUT DO DELTAS DO        00013910
      * FR16VS01 (#CLIREG + ACAO), COM HEADER/TRAILER #CTLREG.          00013920
       FD BKODELT                                                       00013930
           RECORDING MODE IS F                                          00013940
           BLOCK CONTAINS 0 RECORDS.                                    00013950
                                                                        00013960
       01 FD-BKODELT.                                                   00013970
          05 FD-BKD-CLIENTE     PIC X(67).                              00013980
          05 FD-BKD-ACAO        PIC X(01).                              00013990
                                                                        00014000
       COPY '#CTLREG'.                                                  00014010
                                                                        00950160
       FD BLQVSAM.                                                      00950170
                                                                        00950180
       COPY '#BLQREG'.                                                  00950190
                                                                        00950200
      * TRANSFERENCIAS JUDICIAIS DA NOITE (FR16BJ03 MODO 1), LAYOUT     00950210
      * MOV0106 COM HEADER/TRAILER #CTLREG (O COPY JA ESTA NO BKODELT,  00950220
      * POR ISSO O HEADER TEM AQUI A PROPRIA VISAO).                    00950225
       FD JUDMOV                                                        00950230
           RECORDING MODE IS F                                          00950240
           BLOCK CONTAINS 0 RECORDS.                                    00950250
                                                                        00950260
       01 FD-JUDMOV.                                                    00950270
          05 FD-JUDMOV-AGENCIA   PIC X(04).                             00950280
          05 FD-JUDMOV-CONTA     PIC X(04).                             00950290
          05 FD-JUDMOV-MOVIMENTO PIC X(30).                             00950300
          05 FD-JUDMOV-VALORMOV  PIC 9(08)V99.                          00950310
          05 FD-JUDMOV-TIPOMOV   PIC X(01).                             00950320
          05 FD-JUDMOV-HISTORICO PIC 9(03).                             00950330
                                                                        00950340
       01 FD-JUDMOV-CTL.                                                00950350
          05 FD-JUDMOV-CTL-TIPO  PIC X(03).                             00950360
             88 FD-JUDMOV-HEADER       VALUE 'HDR'.                     00950370
             88 FD-JUDMOV-TRAILER      VALUE 'TRL'.                     00950380
          05 FD-JUDMOV-CTL-ORIGEM PIC X(08).                            00950390
          05 FD-JUDMOV-CTL-DATA  PIC 9(08).                             00950400
          05 FILLER              PIC X(33).                             00950410
       FD ORDVSAM.                                                      00960300
                                                                        00960310
       COPY '#ORDREG'.                                                  00960320
                                                                        00960330
       FD EMPVSAM.                                                      00960340
                                                                        00960350
       COPY '#EMPREG'.                                                  00960360
                                                                        00960370
      * DEBITOS AGENDADOS DA NOITE (FR16SO02 MODO 1), LAYOUT MOV0106    00960380
      * COM HEADER/TRAILER #CTLREG: SO A DATA DO HEADER INTERESSA.      00960390
       FD ORDMOV                                                        00960400
           RECORDING MODE IS F                                          00960410
           BLOCK CONTAINS 0 RECORDS.                                    00960420
                                                                        00960430
       01 FD-ORDMOV-CTL.                                                00960440
          05 FD-ORDMOV-CTL-TIPO  PIC X(03).                             00960450
             88 FD-ORDMOV-HEADER       VALUE 'HDR'.                     00960460
             88 FD-ORDMOV-TRAILER      VALUE 'TRL'.                     00960470
          05 FD-ORDMOV-CTL-ORIGEM PIC X(08).                            00960480
          05 FD-ORDMOV-CTL-DATA  PIC 9(08).                             00960490
          05 FILLER              PIC X(33).                             00960500
                                                                        00960510
      * LIBERACOES E PARCELAS DE EMPRESTIMO DA NOITE (FR16EP02 MODO 1), 00960520
      * LAYOUT MOV0106 COM HEADER/TRAILER #CTLREG E TEXTO #EMPTXT.      00960530
       FD EMPMOV                                                        00960540
           RECORDING MODE IS F                                          00960550
           BLOCK CONTAINS 0 RECORDS.                                    00960560
                                                                        00960570
       01 FD-EMPMOV.                                                    00960580
          05 FD-EMPMOV-AGENCIA   PIC X(04).                             00960590
          05 FD-EMPMOV-CONTA     PIC X(04).                             00960600
          05 FD-EMPMOV-MOVIMENTO PIC X(30).                             00960610
          05 FD-EMPMOV-VALORMOV  PIC 9(08)V99.                          00960620
          05 FD-EMPMOV-TIPOMOV   PIC X(01).                             00960630
          05 FD-EMPMOV-HISTORICO PIC 9(03).                             00960640
                                                                        00960650
       01 FD-EMPMOV-CTL.                                                00960660
          05 FD-EMPMOV-CTL-TIPO  PIC X(03).                             00960670
             88 FD-EMPMOV-HEADER       VALUE 'HDR'.                     00960680
             88 FD-EMPMOV-TRAILER      VALUE 'TRL'.                     00960690
          05 FD-EMPMOV-CTL-ORIGEM PIC X(08).                            00960700
          05 FD-EMPMOV-CTL-DATA  PIC 9(08).                             00960710
          05 FILLER              PIC X(33).                             00960720
                                                                        00014020
       FD BKOCERT                                                       00014030
           RECORDING MODE IS F.                                         00014040
                                                                        00014050
       01 FD-BKOCERT         PIC X(080).                                00014060
                                                                        00014070
       FD RELBKO                                                        00014080
           RECORDING  MODE IS F.                                        00014090
                                                                        00014100
       01 FD-RELBKO          PIC X(080).                                00014110
      *-------------------------------------------------------------*   00014120
       WORKING-STORAGE                           SECTION.               00014130
      *-------------------------------------------------------------*   00014140
                                                                        00014150
      *-------------------------------------------------------------*   00014160
       01 FILLER PIC X(45) VALUE                                        00014170
              '------------------#GLOG----------------------'.          00014180
      *-------------------------------------------------------------*   00014190
                                                                        00014200
       COPY '#GLOG'.                                                    00014210
                                                                        00014220
      *-------------------------------------------------------------*   00014230
       01 FILLER PIC X(45) VALUE                                        00014240
              '-----------DADOS E FILE STATUS---------------'.          00014250
      *-------------------------------------------------------------*   00014260
       77 WRK-FS-RUNCTL     PIC 9(02) VALUE ZEROS.                      00014270
       77 WRK-FS-CLIENTES   PIC 9(02) VALUE ZEROS.                      00014280
       77 WRK-FS-CLINOVO    PIC 9(02) VALUE ZEROS.                      00014290
       77 WRK-FS-MOV0106    PIC 9(02) VALUE ZEROS.                      00014300
       77 WRK-FS-SALDODIA   PIC 9(02) VALUE ZEROS.                      00014310
       77 WRK-FS-MOVJNITE   PIC 9(02) VALUE ZEROS.                      00014320
       77 WRK-FS-MOVJ       PIC 9(02) VALUE ZEROS.                      00014330
       77 WRK-FS-HDRCTL     PIC 9(02) VALUE ZEROS.                      00014340
       77 WRK-FS-REAPCTL    PIC 9(02) VALUE ZEROS.                      00014350
       77 WRK-FS-REAPMOV    PIC 9(02) VALUE ZEROS.                      00014360
       77 WRK-FS-CBRCTL     PIC 9(02) VALUE ZEROS.                      00014370
       77 WRK-FS-BAIXAS     PIC 9(02) VALUE ZEROS.                      00014380
       77 WRK-FS-RETAG1     PIC 9(02) VALUE ZEROS.                      00014390
       77 WRK-FS-RETAG2     PIC 9(02) VALUE ZEROS.                      00014400
       77 WRK-FS-RETAG3     PIC 9(02) VALUE ZEROS.                      00014410
       77 WRK-FS-RETOUT     PIC 9(02) VALUE ZEROS.                      00014420
       77 WRK-FS-JORND      PIC 9(02) VALUE ZEROS.                      00014430
       77 WRK-FS-CLIEVSAM   PIC 9(02) VALUE ZEROS.                      00014440
       77 WRK-FS-MOVVSAM    PIC 9(02) VALUE ZEROS.                      00014450
       77 WRK-FS-BKPNITE    PIC 9(02) VALUE ZEROS.                      00014460
       77 WRK-FS-BKPNOVO    PIC 9(02) VALUE ZEROS.                      00014470
       77 WRK-FS-CLIPEND    PIC 9(02) VALUE ZEROS.                      00014480
       77 WRK-FS-HDRPEND    PIC 9(02) VALUE ZEROS.                      00014490
       77 WRK-FS-REAPPEND   PIC 9(02) VALUE ZEROS.                      00014500
       77 WRK-FS-RMOVPEND   PIC 9(02) VALUE ZEROS.                      00014510
       77 WRK-FS-CBRPEND    PIC 9(02) VALUE ZEROS.                      00014520
       77 WRK-FS-BKODELT    PIC 9(02) VALUE ZEROS.                      00014530
       77 WRK-FS-BKOCERT    PIC 9(02) VALUE ZEROS.                      00014540
       77 WRK-FS-RELBKO     PIC 9(02) VALUE ZEROS.                      00014550
       77 WRK-FS-BLQVSAM    PIC 9(02) VALUE ZEROS.                      00950420
       77 WRK-FS-JUDMOV     PIC 9(02) VALUE ZEROS.                      00950430
       77 WRK-FS-ORDVSAM    PIC 9(02) VALUE ZEROS.                      00960730
       77 WRK-FS-ORDMOV     PIC 9(02) VALUE ZEROS.                      00960740
       77 WRK-FS-EMPVSAM    PIC 9(02) VALUE ZEROS.                      00960750
       77 WRK-FS-EMPMOV     PIC 9(02) VALUE ZEROS.                      00960760
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00014560
      * ORIGEM DO HEADER DO DELTA: BKOUT + NSEQ-RUN DA RODADA.          00014570
       77 WRK-ORIGEM-DELTA  PIC X(05) VALUE 'BKOUT'.                    00014580
      * CONTAGENS (ANTES, NO MODO 2; DEPOIS, NO MODO 3).                00014590
       77 WRK-QT-CLIENTES   PIC 9(09) VALUE ZEROS.                      00014600
       77 WRK-QT-CLINOVO    PIC 9(09) VALUE ZEROS.                      00014610
       77 WRK-QT-MOV0106    PIC 9(09) VALUE ZEROS.                      00014620
       77 WRK-QT-SALDODIA   PIC 9(09) VALUE ZEROS.                      00014630
       77 WRK-QT-SDIA-OUTRA PIC 9(09) VALUE ZEROS.                      00014640
       77 WRK-QT-MOVJNITE   PIC 9(09) VALUE ZEROS.                      00014650
       77 WRK-VL-MOVJNITE   PIC 9(13)V99 VALUE ZEROS.                   00014660
       77 WRK-QT-MOVJ       PIC 9(09) VALUE ZEROS.                      00014670
       77 WRK-QT-HDRCTL     PIC 9(09) VALUE ZEROS.                      00014680
       77 WRK-QT-REAPCTL    PIC 9(09) VALUE ZEROS.                      00014690
       77 WRK-QT-REAPMOV    PIC 9(09) VALUE ZEROS.                      00014700
       77 WRK-QT-CBRCTL     PIC 9(09) VALUE ZEROS.                      00014710
       77 WRK-QT-BAIXAS     PIC 9(09) VALUE ZEROS.                      00014720
       77 WRK-QT-BAIXAS-RUN PIC 9(09) VALUE ZEROS.                      00014730
       77 WRK-QT-RETAG1     PIC 9(09) VALUE ZEROS.                      00014740
       77 WRK-QT-RETAG2     PIC 9(09) VALUE ZEROS.                      00014750
       77 WRK-QT-RETAG3     PIC 9(09) VALUE ZEROS.                      00014760
       77 WRK-QT-RETOUT     PIC 9(09) VALUE ZEROS.                      00014770
       77 WRK-QT-CLIEVSAM   PIC 9(09) VALUE ZEROS.                      00014780
       77 WRK-QT-MOVVSAM    PIC 9(09) VALUE ZEROS.                      00014790
       77 WRK-QT-MOVH-EXCL  PIC 9(09) VALUE ZEROS.                      00014800
       77 WRK-QT-BKODELT    PIC 9(09) VALUE ZEROS.                      00014810
      * REGISTROS DO PONTO DE BACKOUT POR TIPO.                         00014820
       77 WRK-QT-BKP-CLI    PIC 9(09) VALUE ZEROS.                      00014830
       77 WRK-QT-BKP-HDR    PIC 9(09) VALUE ZEROS.                      00014840
       77 WRK-QT-BKP-REAP   PIC 9(09) VALUE ZEROS.                      00014850
       77 WRK-QT-BKP-RMOV   PIC 9(09) VALUE ZEROS.                      00014860
       77 WRK-QT-BKP-CBR    PIC 9(09) VALUE ZEROS.                      00014870
      * DELTA DE ALINHAMENTO DO CLIEVSAM.                               00014880
       77 WRK-QT-DELTA-R    PIC 9(09) VALUE ZEROS.                      00014890
       77 WRK-QT-DELTA-I    PIC 9(09) VALUE ZEROS.                      00014900
       77 WRK-QT-DELTA-E    PIC 9(09) VALUE ZEROS.                      00014910
       77 WRK-VL-DELTAS     PIC 9(13)V99 VALUE ZEROS.                   00014920
       77 WRK-QT-JOR-SEM-CONTA PIC 9(09) VALUE ZEROS.                   00014930
      * ORDENS JUDICIAIS (BLQVSAM) DEVOLVIDAS A SITUACAO T.             00950440
       77 WRK-QT-BLQ-REABERTA PIC 9(09) VALUE ZEROS.                    00950450
       77 WRK-QT-BLQ-FALHA  PIC 9(09) VALUE ZEROS.                      00950460
       77 WRK-QT-BLQ-SEM-DEB PIC 9(09) VALUE ZEROS.                     00950470
      * AGENDAMENTOS (ORDVSAM) E CONTRATOS (EMPVSAM) COM A BAIXA DA     00960770
      * RODADA (ULT-GER), DESFEITOS E DEIXADOS PARA A OPERACAO.         00960780
       77 WRK-QT-ORD-BAIXADA PIC 9(09) VALUE ZEROS.                     00960790
       77 WRK-QT-ORD-DESFEITA PIC 9(09) VALUE ZEROS.                    00960800
       77 WRK-QT-ORD-MANUAL PIC 9(09) VALUE ZEROS.                      00960810
       77 WRK-QT-EMP-BAIXADO PIC 9(09) VALUE ZEROS.                     00960820
       77 WRK-QT-EMP-DESFEITO PIC 9(09) VALUE ZEROS.                    00960830
       77 WRK-QT-EMP-MANUAL PIC 9(09) VALUE ZEROS.                      00960840
       77 WRK-DIF-MESTRE    PIC 9(09) VALUE ZEROS.                      00014940
       77 WRK-QT-FALHAS     PIC 9(03) VALUE ZEROS.                      00014950
       77 WRK-QT-DIVERGE    PIC 9(03) VALUE ZEROS.                      00014960
       77 WRK-QT-RECONTADO  PIC 9(09) VALUE ZEROS.                      00014970
       77 WRK-CHAVE-BKP     PIC X(08) VALUE LOW-VALUES.                 00014980
       77 WRK-CHAVE-JOR     PIC X(08) VALUE LOW-VALUES.                 00014990
       77 WRK-CHAVE-VSM     PIC X(08) VALUE LOW-VALUES.                 00015000
       77 WRK-CHAVE-MENOR   PIC X(08) VALUE LOW-VALUES.                 00015010
       77 WRK-CHAVE-MOV     PIC X(08) VALUE LOW-VALUES.                 00015020
       77 WRK-SALDO-ALVO    PIC S9(09)V99 VALUE ZEROS.                  00015030
       77 WRK-SW-FIM-BKP    PIC X(01) VALUE 'N'.                        00015040
           88 WRK-FIM-BKP              VALUE 'S'.                       00015050
           88 WRK-TEM-BKP              VALUE 'N'.                       00015060
       77 WRK-SW-FIM-VSAM   PIC X(01) VALUE 'N'.                        00015070
           88 WRK-FIM-VSAM             VALUE 'S'.                       00015080
           88 WRK-TEM-VSAM             VALUE 'N'.                       00015090
       77 WRK-SW-FIM-BLQ    PIC X(01) VALUE 'N'.                        00950480
           88 WRK-FIM-BLQ              VALUE 'S'.                       00950490
           88 WRK-TEM-BLQ              VALUE 'N'.                       00950500
       77 WRK-SW-FIM-ORD    PIC X(01) VALUE 'N'.                        00960850
           88 WRK-FIM-ORD              VALUE 'S'.                       00960860
           88 WRK-TEM-ORD              VALUE 'N'.                       00960870
       77 WRK-SW-FIM-EMP    PIC X(01) VALUE 'N'.                        00960880
           88 WRK-FIM-EMP              VALUE 'S'.                       00960890
           88 WRK-TEM-EMP              VALUE 'N'.                       00960900
       77 WRK-SW-MOV-RODADA PIC X(01) VALUE 'N'.                        00960910
           88 WRK-MOV-DA-RODADA        VALUE 'S'.                       00960920
           88 WRK-MOV-DE-OUTRA         VALUE 'N'.                       00960930
       77 WRK-SW-DESFEITO   PIC X(01) VALUE 'N'.                        00960940
           88 WRK-BAIXA-DESFEITA       VALUE 'S'.                       00960950
           88 WRK-BAIXA-MANUAL         VALUE 'N'.                       00960960
       77 WRK-SW-JUROS      PIC X(01) VALUE 'N'.                        00960970
           88 WRK-JUROS-CONFERE        VALUE 'S'.                       00960980
      * CHAVE DA ORDEM DO DEBITO CORRENTE DO JUDMOV, MONTADA DA CONTA   00950510
      * E DO NUMERO DA ORDEM NO TEXTO DO MOVIMENTO (COMO NO FR16BJ03).  00950520
       01 WRK-CHAVE-JUD.                                                00950530
          05 WRK-CJD-AGENCIA    PIC X(04).                              00950540
          05 WRK-CJD-CONTA      PIC X(04).                              00950550
          05 WRK-CJD-NUMERO     PIC X(16).                              00950560
       77 WRK-VALOR-JUD     PIC 9(08)V99 VALUE ZEROS.                   00950570
                                                                        00950580
       COPY '#BLQTXT'.                                                  00950590
      * CONTRATO DO LANCAMENTO CORRENTE DO EMPMOV, MONTADO DA CONTA E   00960990
      * DO NUMERO DO CONTRATO NO TEXTO DO MOVIMENTO (COMO NO FR16EP02). 00961000
       01 WRK-CHAVE-EMP.                                                00961010
          05 WRK-CEM-AGENCIA    PIC X(04).                              00961020
          05 WRK-CEM-CONTA      PIC X(04).                              00961030
          05 WRK-CEM-CONTRATO   PIC 9(03).                              00961040
       77 WRK-VENC-EMP      PIC 9(08) VALUE ZEROS.                      00961050
       77 WRK-VALOR-EMP     PIC 9(08)V99 VALUE ZEROS.                   00961060
       77 WRK-TIPO-EMP      PIC X(05) VALUE SPACES.                     00961070
           88 WRK-EMP-LIBERACAO        VALUE 'LIB  '.                   00961080
           88 WRK-EMP-COBRANCA         VALUE 'PARC '.                   00961090
      * PARCELA BAIXADA: JUROS E SALDO DEVEDOR DE ANTES DA BAIXA.       00961100
       77 WRK-JUROS-EMP     PIC 9(08)V99 VALUE ZEROS.                   00961110
       77 WRK-SALDO-EMP     PIC 9(08)V99 VALUE ZEROS.                   00961120
       77 WRK-CONF-JUROS    PIC 9(08)V99 VALUE ZEROS.                   00961130
       77 WRK-BASE-EMP      PIC 9(09)V9(06) VALUE ZEROS.                00961140
       77 WRK-TENTATIVA     PIC 9(01) VALUE ZEROS.                      00961150
                                                                        00961160
       COPY '#EMPTXT'.                                                  00961170
                                                                        00950600
       77 WRK-SW-CONTA-MOV  PIC X(01) VALUE 'N'.                        00015100
           88 WRK-CONTA-MOVIMENTADA    VALUE 'S'.                       00015110
           88 WRK-CONTA-SEM-MOVIMENTO  VALUE 'N'.                       00015120
       77 WRK-SW-TESTE      PIC X(01) VALUE 'S'.                        00015130
           88 WRK-TESTE-OK             VALUE 'S'.                       00015140
           88 WRK-TESTE-FALHOU         VALUE 'N'.                       00015150
                                                                        00015160
      *----------------CARTAO DE CONTROLE SYSIN--------------------*    00015170
      * WRK-PARM-MODO: 1 = PONTO DE BACKOUT (BATFECHO - DEFAULT)   *    00015180
      *                2 = BACKOUT DA RODADA WRK-PARM-RODADA       *    00015190
      *                3 = CERTIFICADO DO BACKOUT                  *    00015200
       01 WRK-PARM.                                                     00015210
          05 WRK-PARM-MODO       PIC X(01).                             00015220
             88 PARM-MODO-PONTO          VALUE '1' ' '.                 00015230
             88 PARM-MODO-BACKOUT        VALUE '2'.                     00015240
             88 PARM-MODO-CERTIFICADO    VALUE '3'.                     00015250
          05 WRK-PARM-RODADA.                                           00015260
             10 WRK-PARM-DATA-PROC  PIC 9(08).                          00015270
             10 WRK-PARM-NSEQ-RUN   PIC 9(03).                          00015280
                                                                        00015290
      * CONTROLE DA RODADA LIDO DO PONTO DE BACKOUT (#BKPREG).          00015300
       01 WRK-CTL-PONTO.                                                00015310
          05 WRK-CTP-DATA-PROC      PIC 9(08) VALUE ZEROS.              00015320
          05 WRK-CTP-NSEQ-RUN       PIC 9(03) VALUE ZEROS.              00015330
          05 WRK-CTP-SITUACAO       PIC X(01) VALUE SPACES.             00015340
          05 WRK-CTP-QT-CLIENTES    PIC 9(07) VALUE ZEROS.              00015350
          05 WRK-CTP-QT-CLINOVO     PIC 9(07) VALUE ZEROS.              00015360
          05 WRK-CTP-QT-MOV0106     PIC 9(07) VALUE ZEROS.              00015370
          05 WRK-CTP-QT-SALDODIA    PIC 9(07) VALUE ZEROS.              00015380
          05 WRK-CTP-QT-MOVJNITE    PIC 9(07) VALUE ZEROS.              00015390
          05 WRK-CTP-VL-MOVJNITE    PIC 9(13)V99 VALUE ZEROS.           00015400
          05 FILLER                 PIC X(10) VALUE SPACES.             00015410
                                                                        00015420
      * CONTA DO MESTRE ANTERIOR (PONTO) E O REGISTRO QUE O CLIEVSAM    00015430
      * DEVE TER DEPOIS DO BACKOUT (MESTRE ANTERIOR + JORNAIS).         00015440
       01 WRK-BKP-CLIENTE.                                              00015450
          05 WRK-BKC-CHAVE          PIC X(08).                          00015460
          05 FILLER                 PIC X(59).                          00015470
                                                                        00015480
       01 WRK-ALVO.                                                     00015490
          05 WRK-ALV-CHAVE          PIC X(08).                          00015500
          05 WRK-ALV-NOME           PIC X(30).                          00015510
          05 WRK-ALV-SALDO          PIC S9(08)V99.                      00015520
          05 WRK-ALV-SITUACAO       PIC X(01).                          00015530
          05 WRK-ALV-DATA-ULT-MOV   PIC 9(08).                          00015540
          05 WRK-ALV-LIMITE         PIC 9(08)V99.                       00015550
                                                                        00015560
      * CONTA DO LANCAMENTO DO MOVVSAM EM CONFRONTO COM O MOV0106.      00015570
       01 WRK-CHAVE-MVH.                                                00015580
          05 WRK-MVH-AGENCIA        PIC X(04).                          00015590
          05 WRK-MVH-CONTA          PIC X(04).                          00015600
                                                                        00015610
      *-------------------------------------------------------------*   00015620
       01 FILLER PIC X(45) VALUE                                        00015630
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00015640
      *-------------------------------------------------------------*   00015650
       01 WRK-CABECALHO-BKO.                                            00015660
          05 WRK-CAB-TITULO       PIC X(34).                            00015670
          05 FILLER               PIC X(08) VALUE ' RODADA '.           00015680
          05 WRK-CAB-DATA         PIC 9(08).                            00015690
          05 FILLER               PIC X(01) VALUE '-'.                  00015700
          05 WRK-CAB-NSEQ         PIC 9(03).                            00015710
          05 FILLER               PIC X(10) VALUE '  FR16BK01'.         00015720
                                                                        00015730
       01 WRK-LINHA-TESTE.                                              00015740
          05 WRK-TST-DESCRICAO    PIC X(50).                            00015750
          05 FILLER               PIC X(01) VALUE SPACES.               00015760
          05 WRK-TST-RESULTADO    PIC X(07).                            00015770
                                                                        00015780
       01 WRK-TITULO-CERT.                                              00015790
          05 FILLER               PIC X(48) VALUE                       00015800
             'DATASET                    ACAO                 '.        00015810
          05 FILLER               PIC X(32) VALUE                       00015820
             '    ANTES    DEPOIS CONFERE'.                             00015830
                                                                        00015840
       01 WRK-DETALHE-CERT.                                             00015850
          05 WRK-CRT-DSN          PIC X(26).                            00015860
          05 FILLER               PIC X(01) VALUE SPACES.               00015870
          05 WRK-CRT-ACAO         PIC X(20).                            00015880
          05 FILLER               PIC X(01) VALUE SPACES.               00015890
          05 WRK-CRT-ANTES        PIC ZZZZZZZZ9.                        00015900
          05 FILLER               PIC X(01) VALUE SPACES.               00015910
          05 WRK-CRT-DEPOIS       PIC ZZZZZZZZ9.                        00015920
          05 FILLER               PIC X(01) VALUE SPACES.               00015930
          05 WRK-CRT-CONFERE      PIC X(07).                            00015940
                                                                        00015950
       01 WRK-TOTAL-BKO.                                                00015960
          05 WRK-TOT-TEXTO        PIC X(34).                            00015970
          05 WRK-TOT-QTDE         PIC ZZZ.ZZZ.ZZ9.                      00015980
       01 WRK-TITULO-DESF.                                              00961180
          05 FILLER               PIC X(44) VALUE                       00961190
             'ARQUIVO  CHAVE          VENCTO           VAL'.            00961200
          05 FILLER               PIC X(21) VALUE                       00961210
             'OR  ACAO'.                                                00961220
                                                                        00961230
       01 WRK-DETALHE-DESF.                                             00961240
          05 WRK-DSF-ARQUIVO      PIC X(08).                            00961250
          05 FILLER               PIC X(01) VALUE SPACES.               00961260
          05 WRK-DSF-AGENCIA      PIC X(04).                            00961270
          05 FILLER               PIC X(01) VALUE '/'.                  00961280
          05 WRK-DSF-CONTA        PIC X(04).                            00961290
          05 FILLER               PIC X(01) VALUE '/'.                  00961300
          05 WRK-DSF-NUMERO       PIC 9(03).                            00961310
          05 FILLER               PIC X(02) VALUE SPACES.               00961320
          05 WRK-DSF-VENC         PIC 9(08).                            00961330
          05 FILLER               PIC X(02) VALUE SPACES.               00961340
          05 WRK-DSF-VALOR        PIC ZZ.ZZZ.ZZ9,99.                    00961350
          05 FILLER               PIC X(02) VALUE SPACES.               00961360
          05 WRK-DSF-ACAO         PIC X(30).                            00961370
                                                                        00015990
      *=============================================================*   00016000
       PROCEDURE                                 DIVISION.              00016010
      *=============================================================*   00016020
      ***************************************************************   00016030
      *          R O T I N A   P R I N C I P A L                    *   00016040
      ***************************************************************   00016050
      *--------------------------------------------------------------   00016060
       0000-PRINCIPAL                            SECTION.               00016070
      *--------------------------------------------------------------   00016080
             ACCEPT WRK-PARM FROM SYSIN.                                00016090
             EVALUATE TRUE                                              00016100
              WHEN PARM-MODO-BACKOUT                                    00016110
                PERFORM 2000-BACKOUT                                    00016120
              WHEN PARM-MODO-CERTIFICADO                                00016130
                PERFORM 4000-CERTIFICADO                                00016140
              WHEN OTHER                                                00016150
                PERFORM 1000-PONTO-BACKOUT                              00016160
             END-EVALUATE.                                              00016170
             DISPLAY '-----FIM DE PROCESSAMENTO----'.                   00016180
             STOP RUN.                                                  00016190
      *--------------------------------------------------------------   00016200
       0000-99-FIM.                              EXIT.                  00016210
      *--------------------------------------------------------------   00016220
      ***************************************************************   00016230
      *      P O N T O   D E   B A C K O U T   ( M O D O   1 )      *   00016240
      ***************************************************************   00016250
      * RODA NO BATFECHO COM O MESTRE ANTERIOR AINDA NO LUGAR E OS  *   00016260
      * CONTROLES AINDA NA GERACAO (0): O CONTROLE DA RODADA VAI NA *   00016270
      * FRENTE, COM AS CONTAGENS QUE O BACKOUT CONFERE, E O MESTRE  *   00016280
      * E LIDO DUAS VEZES (CONTAGEM E COPIA).                       *   00016290
      *--------------------------------------------------------------   00016300
       1000-PONTO-BACKOUT                        SECTION.               00016310
      *--------------------------------------------------------------   00016320
            OPEN INPUT  RUNCTL CLIENTES CLINOVO MOV0106 SALDODIA        00016330
                        MOVJNITE HDRCTL REAPCTL REAPMOV CBRCTL          00016340
                 OUTPUT BKPNOVO.                                        00016350
            PERFORM 5100-TESTAR-STATUS.                                 00016360
            READ RUNCTL                                                 00016370
              AT END MOVE 10 TO WRK-FS-RUNCTL                           00016380
            END-READ.                                                   00016390
            IF WRK-FS-RUNCTL EQUAL 10                                   00016400
              MOVE 'FR16BK01'            TO WRK-PROGRAMA                00016410
              MOVE '1000'                TO WRK-SECAO                   00016420
              MOVE 'RUNCTL SEM A RODADA DA NOITE' TO WRK-MENSAGEM       00016430
              MOVE WRK-FS-RUNCTL         TO WRK-STATUS                  00016440
              PERFORM 6000-TRATA-ERROS                                  00016450
            END-IF.                                                     00016460
            PERFORM 5200-LER-CLIENTES UNTIL WRK-FS-CLIENTES EQUAL 10.   00016470
            PERFORM 5210-LER-CLINOVO UNTIL WRK-FS-CLINOVO EQUAL 10.     00016480
            PERFORM 5220-LER-MOV0106 UNTIL WRK-FS-MOV0106 EQUAL 10.     00016490
            PERFORM 5230-LER-SALDODIA UNTIL WRK-FS-SALDODIA EQUAL 10.   00016500
            PERFORM 5240-LER-MOVJNITE UNTIL WRK-FS-MOVJNITE EQUAL 10.   00016510
            MOVE SPACES              TO REG-BKP.                        00016520
            MOVE 'CONTROLE'          TO REG-BKP-TIPO.                   00016530
            MOVE FD-RUN-DATA         TO REG-BKP-DATA-PROC.              00016540
            MOVE FD-RUN-NSEQ         TO REG-BKP-NSEQ-RUN.               00016550
            MOVE 'A'                 TO REG-BKP-SITUACAO.               00016560
            MOVE WRK-QT-CLIENTES     TO REG-BKP-QT-CLIENTES.            00016570
            MOVE WRK-QT-CLINOVO      TO REG-BKP-QT-CLINOVO.             00016580
            MOVE WRK-QT-MOV0106      TO REG-BKP-QT-MOV0106.             00016590
            MOVE WRK-QT-SALDODIA     TO REG-BKP-QT-SALDODIA.            00016600
            MOVE WRK-QT-MOVJNITE     TO REG-BKP-QT-MOVJNITE.            00016610
            MOVE WRK-VL-MOVJNITE     TO REG-BKP-VL-MOVJNITE.            00016620
            WRITE FD-BKPNOVO FROM REG-BKP.                              00016630
            CLOSE CLIENTES.                                             00016640
            MOVE ZEROS TO WRK-FS-CLINOVO WRK-FS-MOV0106 WRK-FS-SALDODIA 00016650
                          WRK-FS-MOVJNITE.                              00016660
            OPEN INPUT CLIENTES.                                        00016670
            PERFORM 5100-TESTAR-STATUS.                                 00016680
            PERFORM 1100-COPIAR-CLIENTES UNTIL WRK-FS-CLIENTES EQUAL 10.00016690
            PERFORM 1200-COPIAR-HDRCTL UNTIL WRK-FS-HDRCTL EQUAL 10.    00016700
            PERFORM 1300-COPIAR-REAPCTL UNTIL WRK-FS-REAPCTL EQUAL 10.  00016710
            PERFORM 1400-COPIAR-REAPMOV UNTIL WRK-FS-REAPMOV EQUAL 10.  00016720
            PERFORM 1500-COPIAR-CBRCTL UNTIL WRK-FS-CBRCTL EQUAL 10.    00016730
            CLOSE RUNCTL CLIENTES CLINOVO MOV0106 SALDODIA MOVJNITE     00016740
                  HDRCTL REAPCTL REAPMOV CBRCTL BKPNOVO.                00016750
            DISPLAY 'PONTO DE BACKOUT DA RODADA    : '                  00016760
                    FD-RUN-DATA '-' FD-RUN-NSEQ.                        00016770
            DISPLAY 'MESTRE ANTERIOR (CLIENTES)    : ' WRK-QT-BKP-CLI.  00016780
            DISPLAY 'LISTA DE HEADERS (HDRCTL)     : ' WRK-QT-BKP-HDR.  00016790
            DISPLAY 'REAPRESENTACAO (REAPCTL)      : ' WRK-QT-BKP-REAP. 00016800
            DISPLAY 'REAPRESENTACAO (REAPMOV)      : ' WRK-QT-BKP-RMOV. 00016810
            DISPLAY 'COBRANCA (CBRCTL)             : ' WRK-QT-BKP-CBR.  00016820
      *--------------------------------------------------------------   00016830
       1000-99-FIM.                              EXIT.                  00016840
      *--------------------------------------------------------------   00016850
      *--------------------------------------------------------------   00016860
       1100-COPIAR-CLIENTES                      SECTION.               00016870
      *--------------------------------------------------------------   00016880
            READ CLIENTES                                               00016890
              AT END MOVE 10 TO WRK-FS-CLIENTES                         00016900
            END-READ.                                                   00016910
            IF WRK-FS-CLIENTES NOT EQUAL 10                             00016920
              MOVE SPACES       TO REG-BKP                              00016930
              MOVE 'CLIENTES'   TO REG-BKP-TIPO                         00016940
              MOVE FD-CLIENTES  TO REG-BKP-DADOS                        00016950
              WRITE FD-BKPNOVO FROM REG-BKP                             00016960
              ADD 1 TO WRK-QT-BKP-CLI                                   00016970
            END-IF.                                                     00016980
      *--------------------------------------------------------------   00016990
       1100-99-FIM.                              EXIT.                  00017000
      *--------------------------------------------------------------   00017010
      *--------------------------------------------------------------   00017020
       1200-COPIAR-HDRCTL                        SECTION.               00017030
      *--------------------------------------------------------------   00017040
            READ HDRCTL                                                 00017050
              AT END MOVE 10 TO WRK-FS-HDRCTL                           00017060
            END-READ.                                                   00017070
            IF WRK-FS-HDRCTL NOT EQUAL 10                               00017080
              MOVE SPACES       TO REG-BKP                              00017090
              MOVE 'HDRCTL'     TO REG-BKP-TIPO                         00017100
              MOVE FD-HDRCTL    TO REG-BKP-DADOS                        00017110
              WRITE FD-BKPNOVO FROM REG-BKP                             00017120
              ADD 1 TO WRK-QT-BKP-HDR                                   00017130
            END-IF.                                                     00017140
      *--------------------------------------------------------------   00017150
       1200-99-FIM.                              EXIT.                  00017160
      *--------------------------------------------------------------   00017170
      *--------------------------------------------------------------   00017180
       1300-COPIAR-REAPCTL                       SECTION.               00017190
      *--------------------------------------------------------------   00017200
            READ REAPCTL                                                00017210
              AT END MOVE 10 TO WRK-FS-REAPCTL                          00017220
            END-READ.                                                   00017230
            IF WRK-FS-REAPCTL NOT EQUAL 10                              00017240
              MOVE SPACES       TO REG-BKP                              00017250
              MOVE 'REAPCTL'    TO REG-BKP-TIPO                         00017260
              MOVE FD-REAPCTL   TO REG-BKP-DADOS                        00017270
              WRITE FD-BKPNOVO FROM REG-BKP                             00017280
              ADD 1 TO WRK-QT-BKP-REAP                                  00017290
            END-IF.                                                     00017300
      *--------------------------------------------------------------   00017310
       1300-99-FIM.                              EXIT.                  00017320
      *--------------------------------------------------------------   00017330
      *--------------------------------------------------------------   00017340
       1400-COPIAR-REAPMOV                       SECTION.               00017350
      *--------------------------------------------------------------   00017360
            READ REAPMOV                                                00017370
              AT END MOVE 10 TO WRK-FS-REAPMOV                          00017380
            END-READ.                                                   00017390
            IF WRK-FS-REAPMOV NOT EQUAL 10                              00017400
              MOVE SPACES       TO REG-BKP                              00017410
              MOVE 'REAPMOV'    TO REG-BKP-TIPO                         00017420
              MOVE FD-REAPMOV   TO REG-BKP-DADOS                        00017430
              WRITE FD-BKPNOVO FROM REG-BKP                             00017440
              ADD 1 TO WRK-QT-BKP-RMOV                                  00017450
            END-IF.                                                     00017460
      *--------------------------------------------------------------   00017470
       1400-99-FIM.                              EXIT.                  00017480
      *--------------------------------------------------------------   00017490
      *--------------------------------------------------------------   00017500
       1500-COPIAR-CBRCTL                        SECTION.               00017510
      *--------------------------------------------------------------   00017520
            READ CBRCTL                                                 00017530
              AT END MOVE 10 TO WRK-FS-CBRCTL                           00017540
            END-READ.                                                   00017550
            IF WRK-FS-CBRCTL NOT EQUAL 10                               00017560
              MOVE SPACES       TO REG-BKP                              00017570
              MOVE 'CBRCTL'     TO REG-BKP-TIPO                         00017580
              MOVE FD-CBRCTL    TO REG-BKP-DADOS                        00017590
              WRITE FD-BKPNOVO FROM REG-BKP                             00017600
              ADD 1 TO WRK-QT-BKP-CBR                                   00017610
            END-IF.                                                     00017620
      *--------------------------------------------------------------   00017630
       1500-99-FIM.                              EXIT.                  00017640
      *--------------------------------------------------------------   00017650
      ***************************************************************   00017660
      *             B A C K O U T   ( M O D O   2 )                 *   00017670
      ***************************************************************   00017680
      * PRIMEIRO SO CONFERE (NADA E GRAVADO ALEM DO RELATORIO); COM *   00017690
      * TUDO CONFERIDO, MONTA OS PENDENTES E O DELTA E SO ENTAO     *   00017700
      * MEXE NO MOVVSAM, O UNICO ARQUIVO ATUALIZADO NO LUGAR.       *   00017710
      *--------------------------------------------------------------   00017720
       2000-BACKOUT                              SECTION.               00017730
      *--------------------------------------------------------------   00017740
            IF WRK-PARM-RODADA NOT NUMERIC                              00017750
              MOVE 'FR16BK01'            TO WRK-PROGRAMA                00017760
              MOVE '2000'                TO WRK-SECAO                   00017770
              MOVE 'SYSIN SEM A RODADA (2AAAAMMDDNNN)' TO WRK-MENSAGEM  00017780
              MOVE ZEROS                 TO WRK-STATUS                  00017790
              PERFORM 6000-TRATA-ERROS                                  00017800
            END-IF.                                                     00017810
            OPEN INPUT  BKPNITE RUNCTL CLIENTES CLINOVO MOV0106         00017820
                        SALDODIA MOVJNITE MOVJ HDRCTL REAPCTL           00017830
                        REAPMOV CBRCTL BAIXAS RETAG1 RETAG2 RETAG3      00017840
                        RETOUT                                          00017850
                 OUTPUT RELBKO.                                         00017860
            PERFORM 5100-TESTAR-STATUS.                                 00017870
            MOVE 'VALIDACAO DO BACKOUT DA NOITE -' TO WRK-CAB-TITULO.   00017880
            MOVE WRK-PARM-DATA-PROC TO WRK-CAB-DATA.                    00017890
            MOVE WRK-PARM-NSEQ-RUN  TO WRK-CAB-NSEQ.                    00017900
            WRITE FD-RELBKO FROM WRK-CABECALHO-BKO.                     00017910
            MOVE SPACES TO FD-RELBKO.                                   00017920
            WRITE FD-RELBKO.                                            00017930
            PERFORM 2100-VALIDAR-RODADA.                                00017940
            PERFORM 2200-CONTAR-ANTES.                                  00017950
            CLOSE BKPNITE RUNCTL CLIENTES CLINOVO MOV0106 SALDODIA      00017960
                  MOVJNITE MOVJ HDRCTL REAPCTL REAPMOV CBRCTL BAIXAS    00017970
                  RETAG1 RETAG2 RETAG3 RETOUT.                          00017980
            MOVE ZEROS TO WRK-FS-RUNCTL  WRK-FS-CLIENTES WRK-FS-CLINOVO 00017990
                          WRK-FS-MOV0106 WRK-FS-SALDODIA WRK-FS-MOVJNITE00018000
                          WRK-FS-MOVJ    WRK-FS-HDRCTL   WRK-FS-REAPCTL 00018010
                          WRK-FS-REAPMOV WRK-FS-CBRCTL   WRK-FS-BAIXAS  00018020
                          WRK-FS-RETAG1  WRK-FS-RETAG2   WRK-FS-RETAG3  00018030
                          WRK-FS-RETOUT  WRK-FS-BKPNITE.                00018040
            IF WRK-QT-FALHAS NOT EQUAL ZEROS                            00018050
              MOVE SPACES TO FD-RELBKO                                  00018060
              WRITE FD-RELBKO                                           00018070
              MOVE 'BACKOUT RECUSADO - NENHUM ARQUIVO FOI ALTERADO'     00018080
                          TO FD-RELBKO                                  00018090
              WRITE FD-RELBKO                                           00018100
              CLOSE RELBKO                                              00018110
              MOVE 'FR16BK01'            TO WRK-PROGRAMA                00018120
              MOVE '2000'                TO WRK-SECAO                   00018130
              MOVE 'BACKOUT RECUSADO NA VALIDACAO' TO WRK-MENSAGEM      00018140
              MOVE ZEROS                 TO WRK-STATUS                  00018150
              PERFORM 6000-TRATA-ERROS                                  00018160
            END-IF.                                                     00018170
            PERFORM 2300-ALINHAR-CLIEVSAM.                              00018180
            PERFORM 2600-LIMPAR-MOVVSAM.                                00018190
            PERFORM 2660-DESFAZER-AGENDADOS.                            00961380
            PERFORM 2670-DESFAZER-EMPRESTIMOS.                          00961390
            PERFORM 2700-REABRIR-BLOQUEIOS.                             00950610
            PERFORM 2800-GRAVAR-CERTIFICADO.                            00018200
            PERFORM 2900-TOTAIS-BACKOUT.                                00018210
            CLOSE RELBKO.                                               00018220
      *--------------------------------------------------------------   00018230
       2000-99-FIM.                              EXIT.                  00018240
      *--------------------------------------------------------------   00018250
      ***************************************************************   00018260
      *        V A L I D A R   A   R O D A D A                      *   00018270
      ***************************************************************   00018280
      * A RODADA DO SYSIN TEM DE SER A DO PONTO DE BACKOUT, AINDA   *   00018290
      * NAO REVERTIDO, E A ULTIMA DO RUNCTL (NENHUM FR16EX04 RODOU  *   00018300
      * DEPOIS); AS GERACOES (0) DA NOITE TEM DE BATER COM AS       *   00018310
      * CONTAGENS DO PONTO, E O MESTRE EM PRODUCAO TEM DE SER O     *   00018320
      * CLINOVO DA RODADA REGISTRO A REGISTRO - MANUTENCAO DEPOIS   *   00018330
      * DA NOITE SERIA PERDIDA NA VOLTA DO MESTRE ANTERIOR.         *   00018340
      *--------------------------------------------------------------   00018350
       2100-VALIDAR-RODADA                       SECTION.               00018360
      *--------------------------------------------------------------   00018370
            READ BKPNITE                                                00018380
              AT END MOVE 10 TO WRK-FS-BKPNITE                          00018390
            END-READ.                                                   00018400
            IF WRK-FS-BKPNITE NOT EQUAL 10 AND REG-BKP-E-CONTROLE       00018410
              MOVE REG-BKP-DADOS TO WRK-CTL-PONTO                       00018420
            END-IF.                                                     00018430
            MOVE 'PONTO DE BACKOUT (BKPNITE) E DA RODADA'               00018440
                                       TO WRK-TST-DESCRICAO.            00018450
            IF WRK-CTP-DATA-PROC EQUAL WRK-PARM-DATA-PROC AND           00018460
               WRK-CTP-NSEQ-RUN  EQUAL WRK-PARM-NSEQ-RUN                00018470
              MOVE 'S' TO WRK-SW-TESTE                                  00018480
            ELSE                                                        00018490
              MOVE 'N' TO WRK-SW-TESTE                                  00018500
            END-IF.                                                     00018510
            PERFORM 2190-REGISTRAR-TESTE.                               00018520
            MOVE 'NOITE AINDA NAO REVERTIDA'                            00018530
                                       TO WRK-TST-DESCRICAO.            00018540
            IF WRK-CTP-SITUACAO EQUAL 'A'                               00018550
              MOVE 'S' TO WRK-SW-TESTE                                  00018560
            ELSE                                                        00018570
              MOVE 'N' TO WRK-SW-TESTE                                  00018580
            END-IF.                                                     00018590
            PERFORM 2190-REGISTRAR-TESTE.                               00018600
            READ RUNCTL                                                 00018610
              AT END MOVE 10 TO WRK-FS-RUNCTL                           00018620
            END-READ.                                                   00018630
            MOVE 'ULTIMA RODADA DO RUNCTL (SEM FR16EX04 DEPOIS)'        00018640
                                       TO WRK-TST-DESCRICAO.            00018650
            IF WRK-FS-RUNCTL NOT EQUAL 10             AND               00018660
               FD-RUN-DATA EQUAL WRK-PARM-DATA-PROC   AND               00018670
               FD-RUN-NSEQ EQUAL WRK-PARM-NSEQ-RUN                      00018680
              MOVE 'S' TO WRK-SW-TESTE                                  00018690
            ELSE                                                        00018700
              MOVE 'N' TO WRK-SW-TESTE                                  00018710
            END-IF.                                                     00018720
            PERFORM 2190-REGISTRAR-TESTE.                               00018730
            PERFORM 5230-LER-SALDODIA UNTIL WRK-FS-SALDODIA EQUAL 10.   00018740
            MOVE 'SALDODIA(0) GRAVADO PELA RODADA'                      00018750
                                       TO WRK-TST-DESCRICAO.            00018760
            IF WRK-QT-SALDODIA EQUAL WRK-CTP-QT-SALDODIA AND            00018770
               WRK-QT-SDIA-OUTRA EQUAL ZEROS                            00018780
              MOVE 'S' TO WRK-SW-TESTE                                  00018790
            ELSE                                                        00018800
              MOVE 'N' TO WRK-SW-TESTE                                  00018810
            END-IF.                                                     00018820
            PERFORM 2190-REGISTRAR-TESTE.                               00018830
            PERFORM 5240-LER-MOVJNITE UNTIL WRK-FS-MOVJNITE EQUAL 10.   00018840
            MOVE 'MOVJNITE(0) E A FOTO DO JORNAL DA RODADA'             00018850
                                       TO WRK-TST-DESCRICAO.            00018860
            IF WRK-QT-MOVJNITE EQUAL WRK-CTP-QT-MOVJNITE AND            00018870
               WRK-VL-MOVJNITE EQUAL WRK-CTP-VL-MOVJNITE                00018880
              MOVE 'S' TO WRK-SW-TESTE                                  00018890
            ELSE                                                        00018900
              MOVE 'N' TO WRK-SW-TESTE                                  00018910
            END-IF.                                                     00018920
            PERFORM 2190-REGISTRAR-TESTE.                               00018930
            PERFORM 5220-LER-MOV0106 UNTIL WRK-FS-MOV0106 EQUAL 10.     00018940
            MOVE 'MOV0106 E O MOVIMENTO CONSOLIDADO DA RODADA'          00018950
                                       TO WRK-TST-DESCRICAO.            00018960
            IF WRK-QT-MOV0106 EQUAL WRK-CTP-QT-MOV0106                  00018970
              MOVE 'S' TO WRK-SW-TESTE                                  00018980
            ELSE                                                        00018990
              MOVE 'N' TO WRK-SW-TESTE                                  00019000
            END-IF.                                                     00019010
            PERFORM 2190-REGISTRAR-TESTE.                               00019020
            PERFORM 5200-LER-CLIENTES.                                  00019030
            PERFORM 5210-LER-CLINOVO.                                   00019040
            PERFORM 2150-COMPARAR-MESTRE                                00019050
               UNTIL WRK-FS-CLIENTES EQUAL 10 AND                       00019060
                     WRK-FS-CLINOVO  EQUAL 10.                          00019070
            MOVE 'CLINOVO(0) E O MESTRE GRAVADO PELA RODADA'            00019080
                                       TO WRK-TST-DESCRICAO.            00019090
            IF WRK-QT-CLINOVO EQUAL WRK-CTP-QT-CLINOVO                  00019100
              MOVE 'S' TO WRK-SW-TESTE                                  00019110
            ELSE                                                        00019120
              MOVE 'N' TO WRK-SW-TESTE                                  00019130
            END-IF.                                                     00019140
            PERFORM 2190-REGISTRAR-TESTE.                               00019150
            MOVE 'MESTRE EM PRODUCAO SEM ALTERACAO APOS A NOITE'        00019160
                                       TO WRK-TST-DESCRICAO.            00019170
            IF WRK-DIF-MESTRE EQUAL ZEROS                               00019180
              MOVE 'S' TO WRK-SW-TESTE                                  00019190
            ELSE                                                        00019200
              MOVE 'N' TO WRK-SW-TESTE                                  00019210
            END-IF.                                                     00019220
            PERFORM 2190-REGISTRAR-TESTE.                               00019230
      *--------------------------------------------------------------   00019240
       2100-99-FIM.                              EXIT.                  00019250
      *--------------------------------------------------------------   00019260
      *--------------------------------------------------------------   00019270
       2150-COMPARAR-MESTRE                      SECTION.               00019280
      *--------------------------------------------------------------   00019290
            EVALUATE TRUE                                               00019300
             WHEN WRK-FS-CLIENTES EQUAL 10                              00019310
               ADD 1 TO WRK-DIF-MESTRE                                  00019320
               PERFORM 5210-LER-CLINOVO                                 00019330
             WHEN WRK-FS-CLINOVO EQUAL 10                               00019340
               ADD 1 TO WRK-DIF-MESTRE                                  00019350
               PERFORM 5200-LER-CLIENTES                                00019360
             WHEN OTHER                                                 00019370
               IF FD-CLIENTES NOT EQUAL FD-CLINOVO                      00019380
                 ADD 1 TO WRK-DIF-MESTRE                                00019390
               END-IF                                                   00019400
               PERFORM 5200-LER-CLIENTES                                00019410
               PERFORM 5210-LER-CLINOVO                                 00019420
            END-EVALUATE.                                               00019430
      *--------------------------------------------------------------   00019440
       2150-99-FIM.                              EXIT.                  00019450
      *--------------------------------------------------------------   00019460
      *--------------------------------------------------------------   00019470
       2190-REGISTRAR-TESTE                      SECTION.               00019480
      *--------------------------------------------------------------   00019490
            IF WRK-TESTE-OK                                             00019500
              MOVE 'OK'      TO WRK-TST-RESULTADO                       00019510
            ELSE                                                        00019520
              MOVE 'FALHOU'  TO WRK-TST-RESULTADO                       00019530
              ADD 1 TO WRK-QT-FALHAS                                    00019540
              DISPLAY 'VALIDACAO QUE FALHOU: ' WRK-TST-DESCRICAO        00019550
            END-IF.                                                     00019560
            WRITE FD-RELBKO FROM WRK-LINHA-TESTE.                       00019570
      *--------------------------------------------------------------   00019580
       2190-99-FIM.                              EXIT.                  00019590
      *--------------------------------------------------------------   00019600
      ***************************************************************   00019610
      *        C O N T A R   O S   A R Q U I V O S   ( A N T E S )  *   00019620
      ***************************************************************   00019630
      * O BAIXAS(0) SO E DA NOITE REVERTIDA SE O REAPRES JA RODOU   *   00019640
      * SOBRE ELA: OS REGISTROS SAEM COM A RODADA DO MOV0106R.      *   00019650
      *--------------------------------------------------------------   00019660
       2200-CONTAR-ANTES                         SECTION.               00019670
      *--------------------------------------------------------------   00019680
            PERFORM 5250-LER-MOVJ UNTIL WRK-FS-MOVJ EQUAL 10.           00019690
            PERFORM 5260-LER-HDRCTL UNTIL WRK-FS-HDRCTL EQUAL 10.       00019700
            PERFORM 5270-LER-REAPCTL UNTIL WRK-FS-REAPCTL EQUAL 10.     00019710
            PERFORM 5280-LER-REAPMOV UNTIL WRK-FS-REAPMOV EQUAL 10.     00019720
            PERFORM 5290-LER-CBRCTL UNTIL WRK-FS-CBRCTL EQUAL 10.       00019730
            PERFORM 5310-LER-BAIXAS UNTIL WRK-FS-BAIXAS EQUAL 10.       00019740
            PERFORM 5320-LER-RETAG1 UNTIL WRK-FS-RETAG1 EQUAL 10.       00019750
            PERFORM 5330-LER-RETAG2 UNTIL WRK-FS-RETAG2 EQUAL 10.       00019760
            PERFORM 5340-LER-RETAG3 UNTIL WRK-FS-RETAG3 EQUAL 10.       00019770
            PERFORM 5350-LER-RETOUT UNTIL WRK-FS-RETOUT EQUAL 10.       00019780
      *--------------------------------------------------------------   00019790
       2200-99-FIM.                              EXIT.                  00019800
      *--------------------------------------------------------------   00019810
      ***************************************************************   00019820
      *     A L I N H A R   O   C L I E V S A M   ( D E L T A )     *   00019830
      ***************************************************************   00019840
      * OS DOIS JORNAIS (A FOTO DA NOITE, QUE O JOB DEVOLVE AO MOVJ *   00019850
      * PARA SER REPOSTADA, E O MOVJ DO DIA) SAO CLASSIFICADOS      *   00019860
      * JUNTOS E CASADOS COM O MESTRE ANTERIOR DO PONTO E COM O     *   00019870
      * CLIEVSAM: O CLUSTER TEM DE FICAR COM O MESTRE ANTERIOR MAIS *   00019880
      * OS JORNAIS, QUE E O QUE A PROVA DO FR16VS05 CONFERE NA      *   00019890
      * PROXIMA NOITE. O MESTRE ANTERIOR VAI PARA O CLIPEND NA      *   00019900
      * MESMA PASSADA; OS CONTROLES QUE VEM DEPOIS NO PONTO VAO     *   00019910
      * CADA UM PARA O SEU PENDENTE.                                *   00019920
      *--------------------------------------------------------------   00019930
       2300-ALINHAR-CLIEVSAM                     SECTION.               00019940
      *--------------------------------------------------------------   00019950
            SORT SORTJ                                                  00019960
              ON ASCENDING KEY WRK-SD-CHAVE                             00019970
              USING MOVJNITE MOVJ                                       00019980
              GIVING JORND.                                             00019990
            OPEN INPUT  BKPNITE JORND CLIEVSAM                          00020000
                 OUTPUT CLIPEND HDRPEND REAPPEND RMOVPEND CBRPEND       00020010
                        BKODELT BKOCERT.                                00020020
            PERFORM 5100-TESTAR-STATUS.                                 00020030
            MOVE ZEROS TO WRK-QT-CLIEVSAM.                              00020040
            MOVE SPACES           TO FD-BKODELT.                        00020050
            MOVE 'HDR'            TO REG-CTL-TIPO.                      00020060
            STRING WRK-ORIGEM-DELTA WRK-PARM-NSEQ-RUN                   00020070
                   DELIMITED BY SIZE INTO REG-CTL-ORIGEM.               00020080
            MOVE WRK-PARM-DATA-PROC TO REG-CTL-DATA-ARQ.                00020090
            MOVE ZEROS            TO REG-CTL-QTDE REG-CTL-VALOR.        00020100
            WRITE REG-CONTROLE.                                         00020110
      *     O PRIMEIRO REGISTRO DO PONTO E O CONTROLE, JA CONFERIDO.    00020120
            READ BKPNITE                                                00020130
              AT END MOVE 10 TO WRK-FS-BKPNITE                          00020140
            END-READ.                                                   00020150
            PERFORM 5400-LER-BKPNITE.                                   00020160
            PERFORM 5410-LER-JORND.                                     00020170
            PERFORM 5420-LER-CLIEVSAM.                                  00020180
            PERFORM 2350-CONFRONTAR                                     00020190
               UNTIL WRK-CHAVE-BKP EQUAL HIGH-VALUES AND                00020200
                     WRK-CHAVE-JOR EQUAL HIGH-VALUES AND                00020210
                     WRK-CHAVE-VSM EQUAL HIGH-VALUES.                   00020220
            PERFORM 2500-COPIAR-CONTROLES UNTIL WRK-FIM-BKP.            00020230
            MOVE SPACES           TO FD-BKODELT.                        00020240
            MOVE 'TRL'            TO REG-CTL-TIPO.                      00020250
            STRING WRK-ORIGEM-DELTA WRK-PARM-NSEQ-RUN                   00020260
                   DELIMITED BY SIZE INTO REG-CTL-ORIGEM.               00020270
            MOVE WRK-PARM-DATA-PROC TO REG-CTL-DATA-ARQ.                00020280
            MOVE WRK-QT-BKODELT   TO REG-CTL-QTDE.                      00020290
            MOVE WRK-VL-DELTAS    TO REG-CTL-VALOR.                     00020300
            WRITE REG-CONTROLE.                                         00020310
            CLOSE BKPNITE JORND CLIEVSAM CLIPEND HDRPEND REAPPEND       00020320
                  RMOVPEND CBRPEND BKODELT.                             00020330
            MOVE ZEROS TO WRK-FS-BKPNITE WRK-FS-JORND WRK-FS-CLIEVSAM.  00020340
      *--------------------------------------------------------------   00020350
       2300-99-FIM.                              EXIT.                  00020360
      *--------------------------------------------------------------   00020370
      *--------------------------------------------------------------   00020380
       2350-CONFRONTAR                           SECTION.               00020390
      *--------------------------------------------------------------   00020400
            MOVE WRK-CHAVE-BKP TO WRK-CHAVE-MENOR.                      00020410
            IF WRK-CHAVE-VSM LESS WRK-CHAVE-MENOR                       00020420
              MOVE WRK-CHAVE-VSM TO WRK-CHAVE-MENOR                     00020430
            END-IF.                                                     00020440
            IF WRK-CHAVE-JOR LESS WRK-CHAVE-MENOR                       00020450
              MOVE WRK-CHAVE-JOR TO WRK-CHAVE-MENOR                     00020460
            END-IF.                                                     00020470
            EVALUATE TRUE                                               00020480
             WHEN WRK-CHAVE-BKP EQUAL WRK-CHAVE-MENOR                   00020490
               PERFORM 2400-RESTAURAR-CONTA                             00020500
             WHEN WRK-CHAVE-VSM EQUAL WRK-CHAVE-MENOR                   00020510
      *        CONTA NO CLUSTER QUE NAO EXISTIA NO MESTRE ANTERIOR.     00020520
               MOVE REG-CLIENTES TO FD-BKD-CLIENTE                      00020530
               MOVE 'E'          TO FD-BKD-ACAO                         00020540
               PERFORM 2490-GRAVAR-DELTA                                00020550
               ADD 1 TO WRK-QT-DELTA-E                                  00020560
               PERFORM 5420-LER-CLIEVSAM                                00020570
             WHEN OTHER                                                 00020580
      *        LANCAMENTO DE JORNAL SEM A CONTA NO MESTRE ANTERIOR:     00020590
      *        A PROPRIA REPOSTAGEM O REJEITA NA PROXIMA NOITE.         00020600
               ADD 1 TO WRK-QT-JOR-SEM-CONTA                            00020610
               PERFORM 5410-LER-JORND                                   00020620
            END-EVALUATE.                                               00020630
      *--------------------------------------------------------------   00020640
       2350-99-FIM.                              EXIT.                  00020650
      *--------------------------------------------------------------   00020660
      ***************************************************************   00020670
      *        R E S T A U R A R   A   C O N T A                    *   00020680
      ***************************************************************   00020690
      * SALDO = MESTRE ANTERIOR + JORNAIS ('C' SOMA, O RESTO        *   00020700
      * SUBTRAI, COMO NO FR16VS05); CONTA COM LANCAMENTO NO JORNAL  *   00020710
      * MANTEM A DATA DO ULTIMO MOVIMENTO DO CLUSTER. SO SAI DELTA  *   00020720
      * (ACAO R - REGRAVA O REGISTRO INTEIRO) QUANDO O CLUSTER      *   00020730
      * DIFERE DO QUE DEVERIA TER, OU QUANDO A CONTA NEM ESTA NELE. *   00020740
      *--------------------------------------------------------------   00020750
       2400-RESTAURAR-CONTA                      SECTION.               00020760
      *--------------------------------------------------------------   00020770
            WRITE FD-CLIPEND FROM WRK-BKP-CLIENTE.                      00020780
            MOVE WRK-BKP-CLIENTE TO WRK-ALVO.                           00020790
            MOVE WRK-ALV-SALDO   TO WRK-SALDO-ALVO.                     00020800
            MOVE 'N'             TO WRK-SW-CONTA-MOV.                   00020810
            PERFORM 2450-SOMAR-JORNAL                                   00020820
               UNTIL WRK-CHAVE-JOR NOT EQUAL WRK-CHAVE-BKP.             00020830
            MOVE WRK-SALDO-ALVO  TO WRK-ALV-SALDO.                      00020840
            IF WRK-CHAVE-VSM EQUAL WRK-CHAVE-BKP                        00020850
              IF WRK-CONTA-MOVIMENTADA                                  00020860
                MOVE REG-CLIENTES-DATA-ULT-MOV TO WRK-ALV-DATA-ULT-MOV  00020870
              END-IF                                                    00020880
              IF WRK-ALVO NOT EQUAL REG-CLIENTES                        00020890
                MOVE WRK-ALVO TO FD-BKD-CLIENTE                         00020900
                MOVE 'R'      TO FD-BKD-ACAO                            00020910
                PERFORM 2490-GRAVAR-DELTA                               00020920
                ADD 1 TO WRK-QT-DELTA-R                                 00020930
              END-IF                                                    00020940
              PERFORM 5420-LER-CLIEVSAM                                 00020950
            ELSE                                                        00020960
              MOVE WRK-ALVO TO FD-BKD-CLIENTE                           00020970
              MOVE 'R'      TO FD-BKD-ACAO                              00020980
              PERFORM 2490-GRAVAR-DELTA                                 00020990
              ADD 1 TO WRK-QT-DELTA-I                                   00021000
            END-IF.                                                     00021010
            PERFORM 5400-LER-BKPNITE.                                   00021020
      *--------------------------------------------------------------   00021030
       2400-99-FIM.                              EXIT.                  00021040
      *--------------------------------------------------------------   00021050
      *--------------------------------------------------------------   00021060
       2450-SOMAR-JORNAL                         SECTION.               00021070
      *--------------------------------------------------------------   00021080
            IF FD-JORND-TIPOMOV EQUAL 'C'                               00021090
              ADD FD-JORND-VALORMOV TO WRK-SALDO-ALVO                   00021100
            ELSE                                                        00021110
              SUBTRACT FD-JORND-VALORMOV FROM WRK-SALDO-ALVO            00021120
            END-IF.                                                     00021130
            MOVE 'S' TO WRK-SW-CONTA-MOV.                               00021140
            PERFORM 5410-LER-JORND.                                     00021150
      *--------------------------------------------------------------   00021160
       2450-99-FIM.                              EXIT.                  00021170
      *--------------------------------------------------------------   00021180
      *--------------------------------------------------------------   00021190
       2490-GRAVAR-DELTA                         SECTION.               00021200
      *--------------------------------------------------------------   00021210
      *     O TRAILER SOMA O SALDO EM VALOR ABSOLUTO, COMO CONFERE O    00021220
      *     PRIMEIRO PASSO DO FR16VS01.                                 00021230
            WRITE FD-BKODELT.                                           00021240
            ADD 1 TO WRK-QT-BKODELT.                                    00021250
            MOVE FD-BKD-CLIENTE TO WRK-ALVO.                            00021260
            IF WRK-ALV-SALDO LESS ZEROS                                 00021270
              SUBTRACT WRK-ALV-SALDO FROM WRK-VL-DELTAS                 00021280
            ELSE                                                        00021290
              ADD WRK-ALV-SALDO TO WRK-VL-DELTAS                        00021300
            END-IF.                                                     00021310
      *--------------------------------------------------------------   00021320
       2490-99-FIM.                              EXIT.                  00021330
      *--------------------------------------------------------------   00021340
      ***************************************************************   00021350
      *        C O P I A R   O S   C O N T R O L E S                *   00021360
      ***************************************************************   00021370
      *--------------------------------------------------------------   00021380
       2500-COPIAR-CONTROLES                     SECTION.               00021390
      *--------------------------------------------------------------   00021400
            EVALUATE TRUE                                               00021410
             WHEN REG-BKP-E-HDRCTL                                      00021420
               MOVE REG-BKP-DADOS TO FD-HDRPEND                         00021430
               WRITE FD-HDRPEND                                         00021440
               ADD 1 TO WRK-QT-BKP-HDR                                  00021450
             WHEN REG-BKP-E-REAPCTL                                     00021460
               MOVE REG-BKP-DADOS TO FD-REAPPEND                        00021470
               WRITE FD-REAPPEND                                        00021480
               ADD 1 TO WRK-QT-BKP-REAP                                 00021490
             WHEN REG-BKP-E-REAPMOV                                     00021500
               MOVE REG-BKP-DADOS TO FD-RMOVPEND                        00021510
               WRITE FD-RMOVPEND                                        00021520
               ADD 1 TO WRK-QT-BKP-RMOV                                 00021530
             WHEN REG-BKP-E-CBRCTL                                      00021540
               MOVE REG-BKP-DADOS TO FD-CBRPEND                         00021550
               WRITE FD-CBRPEND                                         00021560
               ADD 1 TO WRK-QT-BKP-CBR                                  00021570
            END-EVALUATE.                                               00021580
            READ BKPNITE                                                00021590
              AT END MOVE 'S' TO WRK-SW-FIM-BKP                         00021600
            END-READ.                                                   00021610
      *--------------------------------------------------------------   00021620
       2500-99-FIM.                              EXIT.                  00021630
      *--------------------------------------------------------------   00021640
      ***************************************************************   00021650
      *        L I M P A R   O   M O V V S A M                      *   00021660
      ***************************************************************   00021670
      * O FR16VS04 (CARGAMOV) CARREGA OS LANCAMENTOS POSTADOS DA    *   00021680
      * NOITE NAS CONTAS DO MOV0106, COM A DATA DA CARGA; COMO O    *   00021690
      * BACKOUT SO VALE PARA A ULTIMA NOITE, TUDO O QUE ESTA NESSAS *   00021700
      * CONTAS COM DATA A PARTIR DA DATA-PROC DA RODADA VEIO DELA.  *   00021710
      *--------------------------------------------------------------   00021720
       2600-LIMPAR-MOVVSAM                       SECTION.               00021730
      *--------------------------------------------------------------   00021740
            OPEN INPUT MOV0106                                          00021750
                 I-O   MOVVSAM.                                         00021760
            PERFORM 5100-TESTAR-STATUS.                                 00021770
            MOVE ZEROS TO WRK-QT-MOV0106.                               00021780
            PERFORM 5430-LER-MOV0106-CHAVE.                             00021790
            PERFORM 5440-LER-MOVVSAM.                                   00021800
            PERFORM 2650-CONFRONTAR-MOVVSAM UNTIL WRK-FIM-VSAM.         00021810
            CLOSE MOV0106 MOVVSAM.                                      00021820
      *--------------------------------------------------------------   00021830
       2600-99-FIM.                              EXIT.                  00021840
      *--------------------------------------------------------------   00021850
      *--------------------------------------------------------------   00021860
       2650-CONFRONTAR-MOVVSAM                   SECTION.               00021870
      *--------------------------------------------------------------   00021880
            MOVE REG-MOVH-AGENCIA TO WRK-MVH-AGENCIA.                   00021890
            MOVE REG-MOVH-CONTA   TO WRK-MVH-CONTA.                     00021900
            PERFORM 5430-LER-MOV0106-CHAVE                              00021910
               UNTIL WRK-CHAVE-MOV NOT LESS WRK-CHAVE-MVH.              00021920
            IF WRK-CHAVE-MOV EQUAL WRK-CHAVE-MVH AND                    00021930
               REG-MOVH-DATA NOT LESS WRK-PARM-DATA-PROC                00021940
              DELETE MOVVSAM                                            00021950
              ADD 1 TO WRK-QT-MOVH-EXCL                                 00021960
            END-IF.                                                     00021970
            PERFORM 5440-LER-MOVVSAM.                                   00021980
      *--------------------------------------------------------------   00021990
       2650-99-FIM.                              EXIT.                  00022000
      *--------------------------------------------------------------   00022010
      ***************************************************************   00961400
      *   D E S F A Z E R   B A I X A   D O S   A G E N D A D O S   *   00961410
      ***************************************************************   00961420
      * O FR16SO02 (MODO 2, BATFECHO) BAIXOU NA RODADA OS DEBITOS   *   00961430
      * AGENDADOS DA NOITE: MARCOU ULT-VENC/ULT-GER/ULT-RESULTADO,  *   00961440
      * AVANCOU O PROX-VENC, ENCERROU A ORDEM QUE PASSOU DA         *   00961450
      * DATA-FIM E CONTOU A FALHA DO DEBITO QUE VOLTOU. COM A NOITE *   00961460
      * REVERTIDA, A ORDEM COM ULT-GER DA RODADA VOLTA A VENCER NO  *   00961470
      * ULT-VENC, A ENCERRADA REABRE E A FALHA SAI, PARA O RERUN    *   00961480
      * GERAR O DEBITO DE NOVO. A SUSPENSA QUE SO TEVE O VENCIMENTO *   00961490
      * PULADO E A ATIVA ENCERRADA SEM DEBITO NAO TEM MARCA E O     *   00961500
      * RERUN REPETE O MESMO. ORDMOV(0) QUE NAO E DA RODADA NAO     *   00961510
      * MEXE NO ORDVSAM: A ORDEM SAI LISTADA COMO MANUAL.           *   00961520
      *--------------------------------------------------------------   00961530
       2660-DESFAZER-AGENDADOS                   SECTION.               00961540
      *--------------------------------------------------------------   00961550
            MOVE SPACES TO FD-RELBKO.                                   00961560
            WRITE FD-RELBKO.                                            00961570
            MOVE 'AGENDAMENTOS E EMPRESTIMOS BAIXADOS NA RODADA:'       00961580
                        TO FD-RELBKO.                                   00961590
            WRITE FD-RELBKO.                                            00961600
            WRITE FD-RELBKO FROM WRK-TITULO-DESF.                       00961610
            OPEN INPUT ORDMOV                                           00961620
                 I-O   ORDVSAM.                                         00961630
            PERFORM 5100-TESTAR-STATUS.                                 00961640
            READ ORDMOV                                                 00961650
              AT END MOVE 10 TO WRK-FS-ORDMOV                           00961660
            END-READ.                                                   00961670
            IF WRK-FS-ORDMOV NOT EQUAL 10 AND                           00961680
               FD-ORDMOV-HEADER           AND                           00961690
               FD-ORDMOV-CTL-DATA EQUAL WRK-PARM-DATA-PROC              00961700
              MOVE 'S' TO WRK-SW-MOV-RODADA                             00961710
            ELSE                                                        00961720
              MOVE 'N' TO WRK-SW-MOV-RODADA                             00961730
              DISPLAY 'ORDMOV(0) NAO E DA RODADA - ORDVSAM NAO DESFEITO'00961740
            END-IF.                                                     00961750
            MOVE ZEROS TO WRK-QT-ORD-BAIXADA.                           00961760
            MOVE 'N'   TO WRK-SW-FIM-ORD.                               00961770
            PERFORM 5480-LER-ORDVSAM.                                   00961780
            PERFORM 2665-DESFAZER-ORDEM UNTIL WRK-FIM-ORD.              00961790
            CLOSE ORDMOV ORDVSAM.                                       00961800
      *--------------------------------------------------------------   00961810
       2660-99-FIM.                              EXIT.                  00961820
      *--------------------------------------------------------------   00961830
      *--------------------------------------------------------------   00961840
       2665-DESFAZER-ORDEM                       SECTION.               00961850
      *--------------------------------------------------------------   00961860
            IF REG-ORD-ULT-GER EQUAL WRK-CTP-DATA-PROC                  00961870
              MOVE 'ORDVSAM'          TO WRK-DSF-ARQUIVO                00961880
              MOVE REG-ORD-AGENCIA    TO WRK-DSF-AGENCIA                00961890
              MOVE REG-ORD-CONTA      TO WRK-DSF-CONTA                  00961900
              MOVE REG-ORD-NUMERO     TO WRK-DSF-NUMERO                 00961910
              MOVE REG-ORD-ULT-VENC   TO WRK-DSF-VENC                   00961920
              MOVE REG-ORD-VALOR      TO WRK-DSF-VALOR                  00961930
              IF WRK-MOV-DA-RODADA                                      00961940
                PERFORM 2667-VOLTAR-ORDEM                               00961950
                ADD 1 TO WRK-QT-ORD-DESFEITA                            00961960
              ELSE                                                      00961970
                MOVE 'MANUAL: ORDMOV NAO E DA RODADA' TO WRK-DSF-ACAO   00961980
                ADD 1 TO WRK-QT-ORD-MANUAL                              00961990
              END-IF                                                    00962000
              WRITE FD-RELBKO FROM WRK-DETALHE-DESF                     00962010
            END-IF.                                                     00962020
            PERFORM 5480-LER-ORDVSAM.                                   00962030
      *--------------------------------------------------------------   00962040
       2665-99-FIM.                              EXIT.                  00962050
      *--------------------------------------------------------------   00962060
      *--------------------------------------------------------------   00962070
       2667-VOLTAR-ORDEM                         SECTION.               00962080
      *--------------------------------------------------------------   00962090
            IF REG-ORD-ENCERRADA                    AND                 00962100
               REG-ORD-DATA-FIM NOT EQUAL ZEROS     AND                 00962110
               REG-ORD-ULT-VENC NOT GREATER REG-ORD-DATA-FIM            00962120
              MOVE 'A' TO REG-ORD-SITUACAO                              00962130
            END-IF.                                                     00962140
            IF REG-ORD-PROX-VENC GREATER REG-ORD-ULT-VENC               00962150
              MOVE REG-ORD-ULT-VENC TO REG-ORD-PROX-VENC                00962160
            END-IF.                                                     00962170
            IF REG-ORD-ULT-FALHOU                                       00962180
              IF REG-ORD-QTDE-FALHAS GREATER ZEROS                      00962190
                SUBTRACT 1 FROM REG-ORD-QTDE-FALHAS                     00962200
              END-IF                                                    00962210
              MOVE ZEROS  TO REG-ORD-DATA-FALHA                         00962220
              MOVE SPACES TO REG-ORD-MOTIVO-FALHA                       00962230
              MOVE 'FALHA DESFEITA'   TO WRK-DSF-ACAO                   00962240
            ELSE                                                        00962250
              MOVE 'BAIXA DESFEITA'   TO WRK-DSF-ACAO                   00962260
            END-IF.                                                     00962270
            MOVE ZEROS      TO REG-ORD-ULT-VENC REG-ORD-ULT-GER.        00962280
            MOVE SPACES     TO REG-ORD-ULT-RESULTADO.                   00962290
            MOVE 'FR16BK01' TO REG-ORD-OPERADOR.                        00962300
            REWRITE REG-ORD                                             00962310
              INVALID KEY                                               00962320
                MOVE 'FR16BK01'            TO WRK-PROGRAMA              00962330
                MOVE '2667'                TO WRK-SECAO                 00962340
                MOVE 'ERRO NA REGRAVACAO DO ORDVSAM' TO WRK-MENSAGEM    00962350
                MOVE WRK-FS-ORDVSAM        TO WRK-STATUS                00962360
                PERFORM 6000-TRATA-ERROS                                00962370
            END-REWRITE.                                                00962380
      *--------------------------------------------------------------   00962390
       2667-99-FIM.                              EXIT.                  00962400
      *--------------------------------------------------------------   00962410
      ***************************************************************   00962420
      *   D E S F A Z E R   B A I X A   D O S   C O N T R A T O S   *   00962430
      ***************************************************************   00962440
      * O FR16EP02 (MODO 2, BATFECHO) BAIXOU NA RODADA A LIBERACAO  *   00962450
      * E A PARCELA DA NOITE (EMPMOV(0), CASADO PELA CHAVE E PELO   *   00962460
      * VENCIMENTO COMO NO FR16EP02). O CONTRATO COM ULT-GER DA     *   00962470
      * RODADA VOLTA AO QUE ERA: A LIBERACAO (POSTADA OU RECUSADA)  *   00962480
      * VOLTA A N; A PARCELA RECUSADA DEVOLVE A RECUSA; A PARCELA   *   00962490
      * PAGA DEVOLVE AO SALDO DEVEDOR A AMORTIZACAO, TIRA DOS JUROS *   00962500
      * PAGOS OS JUROS DA PARCELA (RECALCULADOS DO SALDO DE ANTES   *   00962510
      * PELA MESMA CONTA DO FR16EP02 E CONFERIDOS) E REABRE O       *   00962520
      * CONTRATO QUITADO. O ATRASO FICA PARA O RERUN RECONTAR.      *   00962530
      * CONTRATO SEM O LANCAMENTO NO EMPMOV(0) DA RODADA, OU CUJOS  *   00962540
      * JUROS NAO CONFEREM, NAO E TOCADO E SAI LISTADO COMO MANUAL. *   00962550
      *--------------------------------------------------------------   00962560
       2670-DESFAZER-EMPRESTIMOS                 SECTION.               00962570
      *--------------------------------------------------------------   00962580
            OPEN INPUT EMPMOV                                           00962590
                 I-O   EMPVSAM.                                         00962600
            PERFORM 5100-TESTAR-STATUS.                                 00962610
            READ EMPMOV                                                 00962620
              AT END MOVE 10 TO WRK-FS-EMPMOV                           00962630
            END-READ.                                                   00962640
            IF WRK-FS-EMPMOV NOT EQUAL 10 AND                           00962650
               FD-EMPMOV-HEADER           AND                           00962660
               FD-EMPMOV-CTL-DATA EQUAL WRK-PARM-DATA-PROC              00962670
              MOVE 'S' TO WRK-SW-MOV-RODADA                             00962680
              PERFORM 5490-LER-EMPMOV                                   00962690
            ELSE                                                        00962700
              MOVE 'N' TO WRK-SW-MOV-RODADA                             00962710
              MOVE HIGH-VALUES TO WRK-CHAVE-EMP                         00962720
              DISPLAY 'EMPMOV(0) NAO E DA RODADA - EMPVSAM NAO DESFEITO'00962730
            END-IF.                                                     00962740
            MOVE ZEROS TO WRK-QT-EMP-BAIXADO.                           00962750
            MOVE 'N'   TO WRK-SW-FIM-EMP.                               00962760
            PERFORM 5485-LER-EMPVSAM.                                   00962770
            PERFORM 2675-DESFAZER-CONTRATO UNTIL WRK-FIM-EMP.           00962780
            CLOSE EMPMOV EMPVSAM.                                       00962790
      *--------------------------------------------------------------   00962800
       2670-99-FIM.                              EXIT.                  00962810
      *--------------------------------------------------------------   00962820
      *--------------------------------------------------------------   00962830
       2675-DESFAZER-CONTRATO                    SECTION.               00962840
      *--------------------------------------------------------------   00962850
            IF REG-EMP-ULT-GER EQUAL WRK-CTP-DATA-PROC                  00962860
              PERFORM 5490-LER-EMPMOV                                   00962870
                 UNTIL WRK-CHAVE-EMP NOT LESS REG-EMP-CHAVE             00962880
              MOVE 'EMPVSAM'             TO WRK-DSF-ARQUIVO             00962890
              MOVE REG-EMP-AGENCIA       TO WRK-DSF-AGENCIA             00962900
              MOVE REG-EMP-CONTA         TO WRK-DSF-CONTA               00962910
              MOVE REG-EMP-CONTRATO      TO WRK-DSF-NUMERO              00962920
              MOVE REG-EMP-ULT-VENC      TO WRK-DSF-VENC                00962930
              MOVE REG-EMP-VALOR-PARCELA TO WRK-DSF-VALOR               00962940
              MOVE 'N'                   TO WRK-SW-DESFEITO             00962950
              EVALUATE TRUE                                             00962960
               WHEN WRK-MOV-DE-OUTRA                                    00962970
                 MOVE 'MANUAL: EMPMOV NAO E DA RODADA' TO WRK-DSF-ACAO  00962980
               WHEN WRK-CHAVE-EMP NOT EQUAL REG-EMP-CHAVE OR            00962990
                    WRK-VENC-EMP  NOT EQUAL REG-EMP-ULT-VENC            00963000
                 MOVE 'MANUAL: SEM LANCTO NO EMPMOV' TO WRK-DSF-ACAO    00963010
               WHEN OTHER                                               00963020
                 MOVE WRK-VALOR-EMP      TO WRK-DSF-VALOR               00963030
                 PERFORM 2680-VOLTAR-CONTRATO                           00963040
              END-EVALUATE                                              00963050
              IF WRK-BAIXA-DESFEITA                                     00963060
                ADD 1 TO WRK-QT-EMP-DESFEITO                            00963070
              ELSE                                                      00963080
                ADD 1 TO WRK-QT-EMP-MANUAL                              00963090
              END-IF                                                    00963100
              WRITE FD-RELBKO FROM WRK-DETALHE-DESF                     00963110
            END-IF.                                                     00963120
            PERFORM 5485-LER-EMPVSAM.                                   00963130
      *--------------------------------------------------------------   00963140
       2675-99-FIM.                              EXIT.                  00963150
      *--------------------------------------------------------------   00963160
      *--------------------------------------------------------------   00963170
       2680-VOLTAR-CONTRATO                      SECTION.               00963180
      *--------------------------------------------------------------   00963190
            EVALUATE TRUE                                               00963200
             WHEN WRK-EMP-LIBERACAO AND REG-EMP-ULT-POSTADO             00963210
               MOVE 'N'    TO REG-EMP-SITUACAO                          00963220
               MOVE ZEROS  TO REG-EMP-DATA-LIBERACAO                    00963230
                              REG-EMP-DIAS-ATRASO                       00963240
               MOVE 'LIBERACAO DESFEITA' TO WRK-DSF-ACAO                00963250
               MOVE 'S'    TO WRK-SW-DESFEITO                           00963260
             WHEN WRK-EMP-LIBERACAO                                     00963270
               MOVE 'N'    TO REG-EMP-SITUACAO                          00963280
               MOVE ZEROS  TO REG-EMP-DATA-RECUSA                       00963290
               MOVE SPACES TO REG-EMP-MOTIVO-RECUSA                     00963300
               MOVE 'RECUSA DESFEITA'    TO WRK-DSF-ACAO                00963310
               MOVE 'S'    TO WRK-SW-DESFEITO                           00963320
             WHEN REG-EMP-ULT-FALHOU                                    00963330
               IF REG-EMP-QTDE-RECUSAS GREATER ZEROS                    00963340
                 SUBTRACT 1 FROM REG-EMP-QTDE-RECUSAS                   00963350
               END-IF                                                   00963360
               MOVE ZEROS  TO REG-EMP-DATA-RECUSA                       00963370
               MOVE SPACES TO REG-EMP-MOTIVO-RECUSA                     00963380
               MOVE 'RECUSA DESFEITA'    TO WRK-DSF-ACAO                00963390
               MOVE 'S'    TO WRK-SW-DESFEITO                           00963400
             WHEN OTHER                                                 00963410
               PERFORM 2685-VOLTAR-PARCELA                              00963420
            END-EVALUATE.                                               00963430
            IF WRK-BAIXA-DESFEITA                                       00963440
              MOVE ZEROS      TO REG-EMP-ULT-VENC REG-EMP-ULT-GER       00963450
              MOVE SPACES     TO REG-EMP-ULT-RESULTADO                  00963460
              MOVE 'FR16BK01' TO REG-EMP-OPERADOR                       00963470
              REWRITE REG-EMP                                           00963480
                INVALID KEY                                             00963490
                  MOVE 'FR16BK01'            TO WRK-PROGRAMA            00963500
                  MOVE '2680'                TO WRK-SECAO               00963510
                  MOVE 'ERRO NA REGRAVACAO DO EMPVSAM' TO WRK-MENSAGEM  00963520
                  MOVE WRK-FS-EMPVSAM        TO WRK-STATUS              00963530
                  PERFORM 6000-TRATA-ERROS                              00963540
              END-REWRITE                                               00963550
            END-IF.                                                     00963560
      *--------------------------------------------------------------   00963570
       2680-99-FIM.                              EXIT.                  00963580
      *--------------------------------------------------------------   00963590
      *--------------------------------------------------------------   00963600
      * O FR16EP02 TIROU DO SALDO S A AMORTIZACAO V - J, COM J = S X    00963610
      * TAXA / 100 ARREDONDADO (LIMITADO A V); AQUI S SAI DO SALDO DE   00963620
      * DEPOIS MAIS V - J, COM J TIRADO DE (SALDO + V) / (1 + TAXA) E   00963630
      * CONFERIDO PELA MESMA CONTA, UM CENTAVO PARA CADA LADO.          00963640
      *--------------------------------------------------------------   00963650
       2685-VOLTAR-PARCELA                       SECTION.               00963660
      *--------------------------------------------------------------   00963670
            MOVE 'N' TO WRK-SW-JUROS.                                   00963680
            COMPUTE WRK-CONF-JUROS ROUNDED =                            00963690
                    REG-EMP-SALDO-DEVEDOR * REG-EMP-TAXA / 100.         00963700
            IF NOT REG-EMP-QUITADO AND                                  00963710
               WRK-CONF-JUROS NOT LESS WRK-VALOR-EMP                    00963720
              MOVE WRK-VALOR-EMP         TO WRK-JUROS-EMP               00963730
              MOVE REG-EMP-SALDO-DEVEDOR TO WRK-SALDO-EMP               00963740
              MOVE 'S'                   TO WRK-SW-JUROS                00963750
            ELSE                                                        00963760
              COMPUTE WRK-BASE-EMP =                                    00963770
                      (REG-EMP-SALDO-DEVEDOR + WRK-VALOR-EMP) * 100 /   00963780
                      (100 + REG-EMP-TAXA)                              00963790
              COMPUTE WRK-JUROS-EMP ROUNDED =                           00963800
                      WRK-BASE-EMP * REG-EMP-TAXA / 100                 00963810
              IF WRK-JUROS-EMP GREATER ZEROS                            00963820
                SUBTRACT 0,01 FROM WRK-JUROS-EMP                        00963830
              END-IF                                                    00963840
              MOVE ZEROS TO WRK-TENTATIVA                               00963850
              PERFORM 2687-TESTAR-JUROS                                 00963860
                 UNTIL WRK-JUROS-CONFERE OR WRK-TENTATIVA EQUAL 3       00963870
            END-IF.                                                     00963880
            IF WRK-JUROS-CONFERE                               AND      00963890
               WRK-JUROS-EMP NOT GREATER REG-EMP-JUROS-PAGOS   AND      00963900
               REG-EMP-PARCELAS-PAGAS GREATER ZEROS                     00963910
              MOVE WRK-SALDO-EMP    TO REG-EMP-SALDO-DEVEDOR            00963920
              SUBTRACT WRK-JUROS-EMP FROM REG-EMP-JUROS-PAGOS           00963930
              SUBTRACT 1            FROM REG-EMP-PARCELAS-PAGAS         00963940
              IF REG-EMP-QUITADO                                        00963950
                MOVE ZEROS          TO REG-EMP-DATA-QUITACAO            00963960
              END-IF                                                    00963970
              MOVE 'A'              TO REG-EMP-SITUACAO                 00963980
              IF REG-EMP-PROX-VENC GREATER REG-EMP-ULT-VENC             00963990
                MOVE REG-EMP-ULT-VENC TO REG-EMP-PROX-VENC              00964000
              END-IF                                                    00964010
              MOVE 'PARCELA DESFEITA' TO WRK-DSF-ACAO                   00964020
              MOVE 'S'              TO WRK-SW-DESFEITO                  00964030
            ELSE                                                        00964040
              MOVE 'MANUAL: JUROS NAO CONFEREM' TO WRK-DSF-ACAO         00964050
            END-IF.                                                     00964060
      *--------------------------------------------------------------   00964070
       2685-99-FIM.                              EXIT.                  00964080
      *--------------------------------------------------------------   00964090
      *--------------------------------------------------------------   00964100
       2687-TESTAR-JUROS                         SECTION.               00964110
      *--------------------------------------------------------------   00964120
            ADD 1 TO WRK-TENTATIVA.                                     00964130
            COMPUTE WRK-SALDO-EMP =                                     00964140
                    REG-EMP-SALDO-DEVEDOR + WRK-VALOR-EMP -             00964150
                    WRK-JUROS-EMP.                                      00964160
            COMPUTE WRK-CONF-JUROS ROUNDED =                            00964170
                    WRK-SALDO-EMP * REG-EMP-TAXA / 100.                 00964180
            IF WRK-CONF-JUROS EQUAL WRK-JUROS-EMP                       00964190
              MOVE 'S' TO WRK-SW-JUROS                                  00964200
            ELSE                                                        00964210
              ADD 0,01 TO WRK-JUROS-EMP                                 00964220
            END-IF.                                                     00964230
      *--------------------------------------------------------------   00964240
       2687-99-FIM.                              EXIT.                  00964250
      *--------------------------------------------------------------   00964260
      ***************************************************************   00950620
      *   R E A B R I R   O R D E N S   J U D I C I A I S           *   00950630
      ***************************************************************   00950640
      * O FR16BJ03 (MODO 2, BATFECHO) BAIXOU NA RODADA AS ORDENS    *   00950650
      * CUJA TRANSFERENCIA JUDICIAL ENTROU NA NOITE: A POSTADA SAIU *   00950660
      * DO BLOQUEADO PARA O TRANSFERIDO (E PODE TER SE ENCERRADO) E *   00950670
      * A QUE VOLTOU FICOU COM A FALHA. COM A NOITE REVERTIDA, A    *   00950680
      * ORDEM VOLTA A T COM O DEBITO DA NOITE (JUDMOV(0), CASADO    *   00950690
      * PELA CHAVE COMO NO FR16BJ03) DE VOLTA NO BLOQUEADO, E A     *   00950700
      * FALHA E LIMPA. JUDMOV(0) QUE NAO E DA RODADA NAO MEXE NO    *   00950710
      * BLQVSAM; ORDEM POSTADA SEM DEBITO NO JUDMOV(0) FICA COMO    *   00950720
      * PENDENCIA MANUAL.                                           *   00950730
      *--------------------------------------------------------------   00950740
       2700-REABRIR-BLOQUEIOS                    SECTION.               00950750
      *--------------------------------------------------------------   00950760
            OPEN INPUT JUDMOV                                           00950770
                 I-O   BLQVSAM.                                         00950780
            PERFORM 5100-TESTAR-STATUS.                                 00950790
            READ JUDMOV                                                 00950800
              AT END MOVE 10 TO WRK-FS-JUDMOV                           00950810
            END-READ.                                                   00950820
            IF WRK-FS-JUDMOV NOT EQUAL 10 AND                           00950830
               FD-JUDMOV-HEADER           AND                           00950840
               FD-JUDMOV-CTL-DATA EQUAL WRK-PARM-DATA-PROC              00950850
              PERFORM 5460-LER-JUDMOV                                   00950860
              PERFORM 5470-LER-BLQVSAM                                  00950870
              PERFORM 2750-REABRIR-ORDEM UNTIL WRK-FIM-BLQ              00950880
            ELSE                                                        00950890
              DISPLAY 'JUDMOV(0) NAO E DA RODADA - BLQVSAM NAO REABERTO'00950900
            END-IF.                                                     00950910
            CLOSE JUDMOV BLQVSAM.                                       00950920
      *--------------------------------------------------------------   00950930
       2700-99-FIM.                              EXIT.                  00950940
      *--------------------------------------------------------------   00950950
      *--------------------------------------------------------------   00950960
       2750-REABRIR-ORDEM                        SECTION.               00950970
      *--------------------------------------------------------------   00950980
            PERFORM 5460-LER-JUDMOV                                     00950990
               UNTIL WRK-CHAVE-JUD NOT LESS REG-BLQ-CHAVE.              00951000
            EVALUATE TRUE                                               00951010
             WHEN REG-BLQ-TRF-POSTADA AND                               00951020
                  REG-BLQ-DATA-TRANSF EQUAL WRK-PARM-DATA-PROC          00951030
               IF WRK-CHAVE-JUD EQUAL REG-BLQ-CHAVE AND                 00951040
                  WRK-VALOR-JUD NOT GREATER REG-BLQ-VALOR-TRANSFERIDO   00951050
                 ADD WRK-VALOR-JUD      TO REG-BLQ-VALOR-BLOQUEADO      00951060
                 SUBTRACT WRK-VALOR-JUD FROM REG-BLQ-VALOR-TRANSFERIDO  00951070
                 MOVE 'T'               TO REG-BLQ-SITUACAO             00951080
                 MOVE SPACES            TO REG-BLQ-TRF-RESULTADO        00951090
                 MOVE ZEROS             TO REG-BLQ-DATA-TRANSF          00951100
                 PERFORM 2790-REGRAVAR-BLOQUEIO                         00951110
                 ADD 1 TO WRK-QT-BLQ-REABERTA                           00951120
               ELSE                                                     00951130
                 DISPLAY 'ORDEM JUDICIAL SEM DEBITO NO JUDMOV(0): '     00951140
                         REG-BLQ-CHAVE                                  00951150
                 ADD 1 TO WRK-QT-BLQ-SEM-DEB                            00951160
               END-IF                                                   00951170
             WHEN REG-BLQ-TRF-FALHOU AND                                00951180
                  REG-BLQ-DATA-FALHA EQUAL WRK-PARM-DATA-PROC           00951190
               MOVE SPACES TO REG-BLQ-TRF-RESULTADO                     00951200
                              REG-BLQ-MOTIVO-FALHA                      00951210
               MOVE ZEROS  TO REG-BLQ-DATA-FALHA                        00951220
               PERFORM 2790-REGRAVAR-BLOQUEIO                           00951230
               ADD 1 TO WRK-QT-BLQ-FALHA                                00951240
             WHEN OTHER                                                 00951250
               CONTINUE                                                 00951260
            END-EVALUATE.                                               00951270
            PERFORM 5470-LER-BLQVSAM.                                   00951280
      *--------------------------------------------------------------   00951290
       2750-99-FIM.                              EXIT.                  00951300
      *--------------------------------------------------------------   00951310
      *--------------------------------------------------------------   00951320
       2790-REGRAVAR-BLOQUEIO                    SECTION.               00951330
      *--------------------------------------------------------------   00951340
            MOVE 'FR16BK01' TO REG-BLQ-OPERADOR.                        00951350
            REWRITE REG-BLQ                                             00951360
              INVALID KEY                                               00951370
                MOVE 'FR16BK01'            TO WRK-PROGRAMA              00951380
                MOVE '2790'                TO WRK-SECAO                 00951390
                MOVE 'ERRO NA REGRAVACAO DO BLQVSAM' TO WRK-MENSAGEM    00951400
                MOVE WRK-FS-BLQVSAM        TO WRK-STATUS                00951410
                PERFORM 6000-TRATA-ERROS                                00951420
            END-REWRITE.                                                00951430
      *--------------------------------------------------------------   00951440
       2790-99-FIM.                              EXIT.                  00951450
      *--------------------------------------------------------------   00951460
      ***************************************************************   00022020
      *   G R A V A R   O   C E R T I F I C A D O   ( P A S S A G E M ) 00022030
      ***************************************************************   00022040
      * UMA LINHA POR DATASET TOCADO PELO JOB, COM A CONTAGEM DE    *   00022050
      * ANTES E A QUE O MODO 3 DEVE ENCONTRAR DEPOIS; O CONTROLE DA *   00022060
      * RODADA VAI NA FRENTE.                                       *   00022070
      *--------------------------------------------------------------   00022080
       2800-GRAVAR-CERTIFICADO                   SECTION.               00022090
      *--------------------------------------------------------------   00022100
            MOVE SPACES        TO REG-BKP.                              00022110
            MOVE 'CONTROLE'    TO REG-BKP-TIPO.                         00022120
            MOVE WRK-CTL-PONTO TO REG-BKP-DADOS.                        00022130
            WRITE FD-BKOCERT FROM REG-BKP.                              00022140
            MOVE 'PROD.BATCH.CLIENTES'    TO REG-BKP-CRT-DSN.           00022150
            MOVE 'CLIENTES'               TO REG-BKP-CRT-DDNAME.        00022160
            MOVE WRK-QT-CLIENTES          TO REG-BKP-CRT-ANTES.         00022170
            MOVE WRK-QT-BKP-CLI           TO REG-BKP-CRT-DEPOIS.        00022180
            MOVE 'MESTRE ANTERIOR'        TO REG-BKP-CRT-ACAO.          00022190
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022200
            MOVE 'PROD.BATCH.HDRCTL'      TO REG-BKP-CRT-DSN.           00022210
            MOVE 'HDRCTL'                 TO REG-BKP-CRT-DDNAME.        00022220
            MOVE WRK-QT-HDRCTL            TO REG-BKP-CRT-ANTES.         00022230
            MOVE WRK-QT-BKP-HDR           TO REG-BKP-CRT-DEPOIS.        00022240
            MOVE 'GERACAO RESTAURADA'     TO REG-BKP-CRT-ACAO.          00022250
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022260
            MOVE 'PROD.BATCH.REAPCTL'     TO REG-BKP-CRT-DSN.           00022270
            MOVE 'REAPCTL'                TO REG-BKP-CRT-DDNAME.        00022280
            MOVE WRK-QT-REAPCTL           TO REG-BKP-CRT-ANTES.         00022290
            MOVE WRK-QT-BKP-REAP          TO REG-BKP-CRT-DEPOIS.        00022300
            MOVE 'GERACAO RESTAURADA'     TO REG-BKP-CRT-ACAO.          00022310
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022320
            MOVE 'PROD.BATCH.REAPMOV'     TO REG-BKP-CRT-DSN.           00022330
            MOVE 'REAPMOV'                TO REG-BKP-CRT-DDNAME.        00022340
            MOVE WRK-QT-REAPMOV           TO REG-BKP-CRT-ANTES.         00022350
            MOVE WRK-QT-BKP-RMOV          TO REG-BKP-CRT-DEPOIS.        00022360
            MOVE 'GERACAO RESTAURADA'     TO REG-BKP-CRT-ACAO.          00022370
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022380
            MOVE 'PROD.BATCH.CBRCTL'      TO REG-BKP-CRT-DSN.           00022390
            MOVE 'CBRCTL'                 TO REG-BKP-CRT-DDNAME.        00022400
            MOVE WRK-QT-CBRCTL            TO REG-BKP-CRT-ANTES.         00022410
            MOVE WRK-QT-BKP-CBR           TO REG-BKP-CRT-DEPOIS.        00022420
            MOVE 'GERACAO RESTAURADA'     TO REG-BKP-CRT-ACAO.          00022430
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022440
            MOVE 'PROD.BATCH.SALDODIA'    TO REG-BKP-CRT-DSN.           00022450
            MOVE SPACES                   TO REG-BKP-CRT-DDNAME.        00022460
            MOVE WRK-QT-SALDODIA          TO REG-BKP-CRT-ANTES.         00022470
            MOVE ZEROS                    TO REG-BKP-CRT-DEPOIS.        00022480
            MOVE 'GERACAO EXCLUIDA'       TO REG-BKP-CRT-ACAO.          00022490
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022500
            MOVE 'PROD.BATCH.MOVVSAM'     TO REG-BKP-CRT-DSN.           00022510
            MOVE 'MOVVSAM'                TO REG-BKP-CRT-DDNAME.        00022520
            MOVE WRK-QT-MOVVSAM           TO REG-BKP-CRT-ANTES.         00022530
            COMPUTE REG-BKP-CRT-DEPOIS =                                00022540
                    WRK-QT-MOVVSAM - WRK-QT-MOVH-EXCL.                  00022550
            MOVE 'LANCAMENTOS EXCLUIDOS'  TO REG-BKP-CRT-ACAO.          00022560
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022570
            MOVE 'PROD.CICS.MOVJ'         TO REG-BKP-CRT-DSN.           00022580
            MOVE 'MOVJ'                   TO REG-BKP-CRT-DDNAME.        00022590
            MOVE WRK-QT-MOVJ              TO REG-BKP-CRT-ANTES.         00022600
            COMPUTE REG-BKP-CRT-DEPOIS =                                00022610
                    WRK-QT-MOVJ + WRK-QT-MOVJNITE.                      00022620
            MOVE 'FOTO DA NOITE DEVOLVIDA' TO REG-BKP-CRT-ACAO.         00022630
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022640
            MOVE 'PROD.BATCH.CLIEVSAM'    TO REG-BKP-CRT-DSN.           00022650
            MOVE 'CLIEVSAM'               TO REG-BKP-CRT-DDNAME.        00022660
            MOVE WRK-QT-CLIEVSAM          TO REG-BKP-CRT-ANTES.         00022670
            COMPUTE REG-BKP-CRT-DEPOIS =                                00022680
                    WRK-QT-CLIEVSAM + WRK-QT-DELTA-I - WRK-QT-DELTA-E.  00022690
            MOVE 'DELTA DE ALINHAMENTO'   TO REG-BKP-CRT-ACAO.          00022700
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022710
            MOVE 'PROD.BATCH.BKODELT'     TO REG-BKP-CRT-DSN.           00022720
            MOVE 'BKODELT'                TO REG-BKP-CRT-DDNAME.        00022730
            MOVE ZEROS                    TO REG-BKP-CRT-ANTES.         00022740
            MOVE WRK-QT-BKODELT           TO REG-BKP-CRT-DEPOIS.        00022750
            MOVE 'DELTA GERADO'           TO REG-BKP-CRT-ACAO.          00022760
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022770
            MOVE 'PROD.BATCH.BAIXAS'      TO REG-BKP-CRT-DSN.           00022780
            MOVE SPACES                   TO REG-BKP-CRT-DDNAME.        00022790
            MOVE WRK-QT-BAIXAS            TO REG-BKP-CRT-ANTES.         00022800
            IF WRK-QT-BAIXAS-RUN GREATER ZEROS                          00022810
              MOVE ZEROS                  TO REG-BKP-CRT-DEPOIS         00022820
              MOVE 'GERACAO EXCLUIDA'     TO REG-BKP-CRT-ACAO           00022830
            ELSE                                                        00022840
              MOVE WRK-QT-BAIXAS          TO REG-BKP-CRT-DEPOIS         00022850
              MOVE 'NAO E DA RODADA'      TO REG-BKP-CRT-ACAO           00022860
            END-IF.                                                     00022870
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00022880
            MOVE 'PROD.BATCH.ORDVSAM'     TO REG-BKP-CRT-DSN.           00964270
            MOVE 'ORDVSAM'                TO REG-BKP-CRT-DDNAME.        00964280
            MOVE WRK-QT-ORD-BAIXADA       TO REG-BKP-CRT-ANTES.         00964290
            MOVE ZEROS                    TO REG-BKP-CRT-DEPOIS.        00964300
            MOVE 'BAIXA DESFEITA'         TO REG-BKP-CRT-ACAO.          00964310
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00964320
            MOVE 'PROD.BATCH.EMPVSAM'     TO REG-BKP-CRT-DSN.           00964330
            MOVE 'EMPVSAM'                TO REG-BKP-CRT-DDNAME.        00964340
            MOVE WRK-QT-EMP-BAIXADO       TO REG-BKP-CRT-ANTES.         00964350
            MOVE ZEROS                    TO REG-BKP-CRT-DEPOIS.        00964360
            MOVE 'BAIXA DESFEITA'         TO REG-BKP-CRT-ACAO.          00964370
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00964380
            MOVE 'PROD.BATCH.RETORNO.AG0001' TO REG-BKP-CRT-DSN.        00022890
            MOVE WRK-QT-RETAG1            TO REG-BKP-CRT-ANTES.         00022900
            PERFORM 2870-GRAVAR-LINHA-RETORNO.                          00022910
            MOVE 'PROD.BATCH.RETORNO.AG0002' TO REG-BKP-CRT-DSN.        00022920
            MOVE WRK-QT-RETAG2            TO REG-BKP-CRT-ANTES.         00022930
            PERFORM 2870-GRAVAR-LINHA-RETORNO.                          00022940
            MOVE 'PROD.BATCH.RETORNO.AG0003' TO REG-BKP-CRT-DSN.        00022950
            MOVE WRK-QT-RETAG3            TO REG-BKP-CRT-ANTES.         00022960
            PERFORM 2870-GRAVAR-LINHA-RETORNO.                          00022970
            MOVE 'PROD.BATCH.RETORNO.OUTRAS' TO REG-BKP-CRT-DSN.        00022980
            MOVE WRK-QT-RETOUT            TO REG-BKP-CRT-ANTES.         00022990
            PERFORM 2870-GRAVAR-LINHA-RETORNO.                          00023000
            CLOSE BKOCERT.                                              00023010
      *--------------------------------------------------------------   00023020
       2800-99-FIM.                              EXIT.                  00023030
      *--------------------------------------------------------------   00023040
      *--------------------------------------------------------------   00023050
       2850-GRAVAR-LINHA-CERT                    SECTION.               00023060
      *--------------------------------------------------------------   00023070
            MOVE 'CERTIF'      TO REG-BKP-TIPO.                         00023080
            WRITE FD-BKOCERT FROM REG-BKP.                              00023090
      *--------------------------------------------------------------   00023100
       2850-99-FIM.                              EXIT.                  00023110
      *--------------------------------------------------------------   00023120
      *--------------------------------------------------------------   00023130
       2870-GRAVAR-LINHA-RETORNO                 SECTION.               00023140
      *--------------------------------------------------------------   00023150
            MOVE SPACES                   TO REG-BKP-CRT-DDNAME.        00023160
            MOVE ZEROS                    TO REG-BKP-CRT-DEPOIS.        00023170
            MOVE 'ARQUIVO EXCLUIDO'       TO REG-BKP-CRT-ACAO.          00023180
            PERFORM 2850-GRAVAR-LINHA-CERT.                             00023190
      *--------------------------------------------------------------   00023200
       2870-99-FIM.                              EXIT.                  00023210
      *--------------------------------------------------------------   00023220
      *--------------------------------------------------------------   00023230
       2900-TOTAIS-BACKOUT                       SECTION.               00023240
      *--------------------------------------------------------------   00023250
            MOVE SPACES TO FD-RELBKO.                                   00023260
            WRITE FD-RELBKO.                                            00023270
            MOVE 'MESTRE ANTERIOR (CONTAS)........:' TO WRK-TOT-TEXTO.  00023280
            MOVE WRK-QT-BKP-CLI     TO WRK-TOT-QTDE.                    00023290
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00023300
            MOVE 'LANCAMENTOS EXCLUIDOS DO MOVVSAM:' TO WRK-TOT-TEXTO.  00023310
            MOVE WRK-QT-MOVH-EXCL   TO WRK-TOT-QTDE.                    00023320
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00023330
            MOVE 'DELTAS DE REGRAVACAO (R)........:' TO WRK-TOT-TEXTO.  00023340
            MOVE WRK-QT-DELTA-R     TO WRK-TOT-QTDE.                    00023350
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00023360
            MOVE 'DELTAS DE INCLUSAO (R)..........:' TO WRK-TOT-TEXTO.  00023370
            MOVE WRK-QT-DELTA-I     TO WRK-TOT-QTDE.                    00023380
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00023390
            MOVE 'DELTAS DE EXCLUSAO (E)..........:' TO WRK-TOT-TEXTO.  00023400
            MOVE WRK-QT-DELTA-E     TO WRK-TOT-QTDE.                    00023410
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00023420
            MOVE 'JORNAL SEM CONTA NO MESTRE......:' TO WRK-TOT-TEXTO.  00023430
            MOVE WRK-QT-JOR-SEM-CONTA TO WRK-TOT-QTDE.                  00023440
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00023450
            MOVE 'BAIXAS DA RODADA (REAPRES)......:' TO WRK-TOT-TEXTO.  00023460
            MOVE WRK-QT-BAIXAS-RUN  TO WRK-TOT-QTDE.                    00023470
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00023480
            MOVE 'ORDENS JUDICIAIS REABERTAS......:' TO WRK-TOT-TEXTO.  00951470
            MOVE WRK-QT-BLQ-REABERTA TO WRK-TOT-QTDE.                   00951480
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00951490
            MOVE 'FALHAS JUDICIAIS DESFEITAS......:' TO WRK-TOT-TEXTO.  00951500
            MOVE WRK-QT-BLQ-FALHA   TO WRK-TOT-QTDE.                    00951510
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00951520
            MOVE 'ORDENS SEM DEBITO NO JUDMOV(0)..:' TO WRK-TOT-TEXTO.  00951530
            MOVE WRK-QT-BLQ-SEM-DEB TO WRK-TOT-QTDE.                    00951540
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00951550
            MOVE 'AGENDAMENTOS DESFEITOS..........:' TO WRK-TOT-TEXTO.  00964390
            MOVE WRK-QT-ORD-DESFEITA TO WRK-TOT-QTDE.                   00964400
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00964410
            MOVE 'AGENDAMENTOS MANUAIS............:' TO WRK-TOT-TEXTO.  00964420
            MOVE WRK-QT-ORD-MANUAL  TO WRK-TOT-QTDE.                    00964430
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00964440
            MOVE 'EMPRESTIMOS DESFEITOS...........:' TO WRK-TOT-TEXTO.  00964450
            MOVE WRK-QT-EMP-DESFEITO TO WRK-TOT-QTDE.                   00964460
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00964470
            MOVE 'EMPRESTIMOS MANUAIS.............:' TO WRK-TOT-TEXTO.  00964480
            MOVE WRK-QT-EMP-MANUAL  TO WRK-TOT-QTDE.                    00964490
            WRITE FD-RELBKO FROM WRK-TOTAL-BKO.                         00964500
            DISPLAY 'LANCAMENTOS EXCLUIDOS MOVVSAM : ' WRK-QT-MOVH-EXCL.00023490
            DISPLAY 'DELTAS GERADOS (BKODELT)      : ' WRK-QT-BKODELT.  00023500
            DISPLAY 'JORNAL SEM CONTA NO MESTRE    : '                  00023510
                    WRK-QT-JOR-SEM-CONTA.                               00023520
      *     RC 4 LIBERA A EXCLUSAO DO BAIXAS(0) NO JOB BACKOUT.         00023530
            IF WRK-QT-BAIXAS-RUN GREATER ZEROS                          00023540
              DISPLAY 'BAIXAS(0) E DA RODADA - GERACAO A EXCLUIR'       00023550
              MOVE 4 TO RETURN-CODE                                     00023560
            END-IF.                                                     00023570
      *--------------------------------------------------------------   00023580
       2900-99-FIM.                              EXIT.                  00023590
      *--------------------------------------------------------------   00023600
      ***************************************************************   00023610
      *        C E R T I F I C A D O   ( M O D O   3 )              *   00023620
      ***************************************************************   00023630
      * RECONTA, DEPOIS DOS STEPS DO JOB, CADA DATASET QUE TEM      *   00023640
      * DDNAME NA LINHA DO CERTIFICADO E CONFRONTA COM A CONTAGEM   *   00023650
      * ESPERADA; AS GERACOES RESTAURADAS SAO RECONTADAS NA (+1).   *   00023660
      *--------------------------------------------------------------   00023670
       4000-CERTIFICADO                          SECTION.               00023680
      *--------------------------------------------------------------   00023690
            OPEN INPUT  BKOCERT                                         00023700
                 OUTPUT RELBKO BKPNOVO.                                 00023710
            PERFORM 5100-TESTAR-STATUS.                                 00023720
            READ BKOCERT INTO REG-BKP                                   00023730
              AT END MOVE 10 TO WRK-FS-BKOCERT                          00023740
            END-READ.                                                   00023750
            IF WRK-FS-BKOCERT EQUAL 10 OR NOT REG-BKP-E-CONTROLE        00023760
              MOVE 'FR16BK01'            TO WRK-PROGRAMA                00023770
              MOVE '4000'                TO WRK-SECAO                   00023780
              MOVE 'BKOCERT SEM O CONTROLE DA RODADA' TO WRK-MENSAGEM   00023790
              MOVE WRK-FS-BKOCERT        TO WRK-STATUS                  00023800
              PERFORM 6000-TRATA-ERROS                                  00023810
            END-IF.                                                     00023820
            MOVE REG-BKP-DADOS TO WRK-CTL-PONTO.                        00023830
            MOVE 'CERTIFICADO DE BACKOUT DA NOITE -' TO WRK-CAB-TITULO. 00023840
            MOVE WRK-CTP-DATA-PROC TO WRK-CAB-DATA.                     00023850
            MOVE WRK-CTP-NSEQ-RUN  TO WRK-CAB-NSEQ.                     00023860
            WRITE FD-RELBKO FROM WRK-CABECALHO-BKO.                     00023870
            MOVE SPACES TO FD-RELBKO.                                   00023880
            WRITE FD-RELBKO.                                            00023890
            WRITE FD-RELBKO FROM WRK-TITULO-CERT.                       00023900
            READ BKOCERT INTO REG-BKP                                   00023910
              AT END MOVE 10 TO WRK-FS-BKOCERT                          00023920
            END-READ.                                                   00023930
            PERFORM 4100-CONFERIR-DATASET UNTIL WRK-FS-BKOCERT EQUAL 10.00023940
            PERFORM 4500-LISTAR-PENDENCIAS.                             00023950
      *     A NOITE FICA MARCADA COMO REVERTIDA NA GERACAO NOVA DO      00023960
      *     PONTO: O MESMO BACKOUT NAO PASSA DE NOVO NA VALIDACAO.      00023970
            MOVE SPACES        TO REG-BKP.                              00023980
            MOVE 'CONTROLE'    TO REG-BKP-TIPO.                         00023990
            MOVE WRK-CTL-PONTO TO REG-BKP-DADOS.                        00024000
            MOVE 'R'           TO REG-BKP-SITUACAO.                     00024010
            WRITE FD-BKPNOVO FROM REG-BKP.                              00024020
            CLOSE BKOCERT RELBKO BKPNOVO.                               00024030
            DISPLAY 'CERTIFICADO DA RODADA         : '                  00024040
                    WRK-CTP-DATA-PROC '-' WRK-CTP-NSEQ-RUN.             00024050
            DISPLAY 'DATASETS QUE NAO CONFEREM     : ' WRK-QT-DIVERGE.  00024060
            IF WRK-QT-DIVERGE NOT EQUAL ZEROS                           00024070
              MOVE 4 TO RETURN-CODE                                     00024080
            END-IF.                                                     00024090
      *--------------------------------------------------------------   00024100
       4000-99-FIM.                              EXIT.                  00024110
      *--------------------------------------------------------------   00024120
      *--------------------------------------------------------------   00024130
       4100-CONFERIR-DATASET                     SECTION.               00024140
      *--------------------------------------------------------------   00024150
            MOVE REG-BKP-CRT-DSN    TO WRK-CRT-DSN.                     00024160
            MOVE REG-BKP-CRT-ACAO   TO WRK-CRT-ACAO.                    00024170
            MOVE REG-BKP-CRT-ANTES  TO WRK-CRT-ANTES.                   00024180
            MOVE ZEROS              TO WRK-QT-RECONTADO.                00024190
            EVALUATE REG-BKP-CRT-DDNAME                                 00024200
             WHEN 'CLIENTES'                                            00024210
               PERFORM 4200-RECONTAR-CLIENTES                           00024220
             WHEN 'HDRCTL'                                              00024230
               PERFORM 4210-RECONTAR-HDRCTL                             00024240
             WHEN 'REAPCTL'                                             00024250
               PERFORM 4220-RECONTAR-REAPCTL                            00024260
             WHEN 'REAPMOV'                                             00024270
               PERFORM 4230-RECONTAR-REAPMOV                            00024280
             WHEN 'CBRCTL'                                              00024290
               PERFORM 4240-RECONTAR-CBRCTL                             00024300
             WHEN 'MOVVSAM'                                             00024310
               PERFORM 4250-RECONTAR-MOVVSAM                            00024320
             WHEN 'MOVJ'                                                00024330
               PERFORM 4260-RECONTAR-MOVJ                               00024340
             WHEN 'CLIEVSAM'                                            00024350
               PERFORM 4270-RECONTAR-CLIEVSAM                           00024360
             WHEN 'BKODELT'                                             00024370
               PERFORM 4280-RECONTAR-BKODELT                            00024380
             WHEN 'ORDVSAM'                                             00964510
               PERFORM 4290-RECONTAR-ORDVSAM                            00964520
             WHEN 'EMPVSAM'                                             00964530
               PERFORM 4295-RECONTAR-EMPVSAM                            00964540
            END-EVALUATE.                                               00024390
            IF REG-BKP-CRT-DDNAME EQUAL SPACES                          00024400
              MOVE REG-BKP-CRT-DEPOIS TO WRK-CRT-DEPOIS                 00024410
              MOVE '-'                TO WRK-CRT-CONFERE                00024420
            ELSE                                                        00024430
              MOVE WRK-QT-RECONTADO   TO WRK-CRT-DEPOIS                 00024440
              IF WRK-QT-RECONTADO EQUAL REG-BKP-CRT-DEPOIS              00024450
                MOVE 'OK'             TO WRK-CRT-CONFERE                00024460
              ELSE                                                      00024470
                MOVE 'DIVERGE'        TO WRK-CRT-CONFERE                00024480
                ADD 1 TO WRK-QT-DIVERGE                                 00024490
                DISPLAY 'NAO CONFERE: ' REG-BKP-CRT-DSN                 00024500
                        ' ESPERADO ' REG-BKP-CRT-DEPOIS                 00024510
                        ' ENCONTRADO ' WRK-QT-RECONTADO                 00024520
              END-IF                                                    00024530
            END-IF.                                                     00024540
            WRITE FD-RELBKO FROM WRK-DETALHE-CERT.                      00024550
            READ BKOCERT INTO REG-BKP                                   00024560
              AT END MOVE 10 TO WRK-FS-BKOCERT                          00024570
            END-READ.                                                   00024580
      *--------------------------------------------------------------   00024590
       4100-99-FIM.                              EXIT.                  00024600
      *--------------------------------------------------------------   00024610
      *--------------------------------------------------------------   00024620
       4200-RECONTAR-CLIENTES                    SECTION.               00024630
      *--------------------------------------------------------------   00024640
            OPEN INPUT CLIENTES.                                        00024650
            PERFORM 5100-TESTAR-STATUS.                                 00024660
            PERFORM 5200-LER-CLIENTES UNTIL WRK-FS-CLIENTES EQUAL 10.   00024670
            MOVE WRK-QT-CLIENTES TO WRK-QT-RECONTADO.                   00024680
            CLOSE CLIENTES.                                             00024690
            MOVE ZEROS TO WRK-FS-CLIENTES.                              00024700
      *--------------------------------------------------------------   00024710
       4200-99-FIM.                              EXIT.                  00024720
      *--------------------------------------------------------------   00024730
      *--------------------------------------------------------------   00024740
       4210-RECONTAR-HDRCTL                      SECTION.               00024750
      *--------------------------------------------------------------   00024760
            OPEN INPUT HDRCTL.                                          00024770
            PERFORM 5100-TESTAR-STATUS.                                 00024780
            PERFORM 5260-LER-HDRCTL UNTIL WRK-FS-HDRCTL EQUAL 10.       00024790
            MOVE WRK-QT-HDRCTL TO WRK-QT-RECONTADO.                     00024800
            CLOSE HDRCTL.                                               00024810
            MOVE ZEROS TO WRK-FS-HDRCTL.                                00024820
      *--------------------------------------------------------------   00024830
       4210-99-FIM.                              EXIT.                  00024840
      *--------------------------------------------------------------   00024850
      *--------------------------------------------------------------   00024860
       4220-RECONTAR-REAPCTL                     SECTION.               00024870
      *--------------------------------------------------------------   00024880
            OPEN INPUT REAPCTL.                                         00024890
            PERFORM 5100-TESTAR-STATUS.                                 00024900
            PERFORM 5270-LER-REAPCTL UNTIL WRK-FS-REAPCTL EQUAL 10.     00024910
            MOVE WRK-QT-REAPCTL TO WRK-QT-RECONTADO.                    00024920
            CLOSE REAPCTL.                                              00024930
            MOVE ZEROS TO WRK-FS-REAPCTL.                               00024940
      *--------------------------------------------------------------   00024950
       4220-99-FIM.                              EXIT.                  00024960
      *--------------------------------------------------------------   00024970
      *--------------------------------------------------------------   00024980
       4230-RECONTAR-REAPMOV                     SECTION.               00024990
      *--------------------------------------------------------------   00025000
            OPEN INPUT REAPMOV.                                         00025010
            PERFORM 5100-TESTAR-STATUS.                                 00025020
            PERFORM 5280-LER-REAPMOV UNTIL WRK-FS-REAPMOV EQUAL 10.     00025030
            MOVE WRK-QT-REAPMOV TO WRK-QT-RECONTADO.                    00025040
            CLOSE REAPMOV.                                              00025050
            MOVE ZEROS TO WRK-FS-REAPMOV.                               00025060
      *--------------------------------------------------------------   00025070
       4230-99-FIM.                              EXIT.                  00025080
      *--------------------------------------------------------------   00025090
      *--------------------------------------------------------------   00025100
       4240-RECONTAR-CBRCTL                      SECTION.               00025110
      *--------------------------------------------------------------   00025120
            OPEN INPUT CBRCTL.                                          00025130
            PERFORM 5100-TESTAR-STATUS.                                 00025140
            PERFORM 5290-LER-CBRCTL UNTIL WRK-FS-CBRCTL EQUAL 10.       00025150
            MOVE WRK-QT-CBRCTL TO WRK-QT-RECONTADO.                     00025160
            CLOSE CBRCTL.                                               00025170
            MOVE ZEROS TO WRK-FS-CBRCTL.                                00025180
      *--------------------------------------------------------------   00025190
       4240-99-FIM.                              EXIT.                  00025200
      *--------------------------------------------------------------   00025210
      *--------------------------------------------------------------   00025220
       4250-RECONTAR-MOVVSAM                     SECTION.               00025230
      *--------------------------------------------------------------   00025240
            OPEN INPUT MOVVSAM.                                         00025250
            PERFORM 5100-TESTAR-STATUS.                                 00025260
            MOVE ZEROS TO WRK-QT-MOVVSAM.                               00025270
            MOVE 'N'   TO WRK-SW-FIM-VSAM.                              00025280
            PERFORM 5440-LER-MOVVSAM UNTIL WRK-FIM-VSAM.                00025290
            MOVE WRK-QT-MOVVSAM TO WRK-QT-RECONTADO.                    00025300
            CLOSE MOVVSAM.                                              00025310
            MOVE ZEROS TO WRK-FS-MOVVSAM.                               00025320
      *--------------------------------------------------------------   00025330
       4250-99-FIM.                              EXIT.                  00025340
      *--------------------------------------------------------------   00025350
      *--------------------------------------------------------------   00025360
       4260-RECONTAR-MOVJ                        SECTION.               00025370
      *--------------------------------------------------------------   00025380
            OPEN INPUT MOVJ.                                            00025390
            PERFORM 5100-TESTAR-STATUS.                                 00025400
            PERFORM 5250-LER-MOVJ UNTIL WRK-FS-MOVJ EQUAL 10.           00025410
            MOVE WRK-QT-MOVJ TO WRK-QT-RECONTADO.                       00025420
            CLOSE MOVJ.                                                 00025430
            MOVE ZEROS TO WRK-FS-MOVJ.                                  00025440
      *--------------------------------------------------------------   00025450
       4260-99-FIM.                              EXIT.                  00025460
      *--------------------------------------------------------------   00025470
      *--------------------------------------------------------------   00025480
       4270-RECONTAR-CLIEVSAM                    SECTION.               00025490
      *--------------------------------------------------------------   00025500
            OPEN INPUT CLIEVSAM.                                        00025510
            PERFORM 5100-TESTAR-STATUS.                                 00025520
            MOVE LOW-VALUES TO WRK-CHAVE-VSM.                           00025530
            PERFORM 5420-LER-CLIEVSAM                                   00025540
               UNTIL WRK-CHAVE-VSM EQUAL HIGH-VALUES.                   00025550
            MOVE WRK-QT-CLIEVSAM TO WRK-QT-RECONTADO.                   00025560
            CLOSE CLIEVSAM.                                             00025570
            MOVE ZEROS TO WRK-FS-CLIEVSAM.                              00025580
      *--------------------------------------------------------------   00025590
       4270-99-FIM.                              EXIT.                  00025600
      *--------------------------------------------------------------   00025610
      *--------------------------------------------------------------   00025620
       4280-RECONTAR-BKODELT                     SECTION.               00025630
      *--------------------------------------------------------------   00025640
            OPEN INPUT BKODELT.                                         00025650
            PERFORM 5100-TESTAR-STATUS.                                 00025660
            PERFORM 5450-LER-BKODELT UNTIL WRK-FS-BKODELT EQUAL 10.     00025670
            MOVE WRK-QT-BKODELT TO WRK-QT-RECONTADO.                    00025680
            CLOSE BKODELT.                                              00025690
            MOVE ZEROS TO WRK-FS-BKODELT.                               00025700
      *--------------------------------------------------------------   00025710
       4280-99-FIM.                              EXIT.                  00025720
      *--------------------------------------------------------------   00025730
      *--------------------------------------------------------------   00964550
       4290-RECONTAR-ORDVSAM                     SECTION.               00964560
      *--------------------------------------------------------------   00964570
            OPEN INPUT ORDVSAM.                                         00964580
            PERFORM 5100-TESTAR-STATUS.                                 00964590
            MOVE ZEROS TO WRK-QT-ORD-BAIXADA.                           00964600
            MOVE 'N'   TO WRK-SW-FIM-ORD.                               00964610
            PERFORM 5480-LER-ORDVSAM UNTIL WRK-FIM-ORD.                 00964620
            MOVE WRK-QT-ORD-BAIXADA TO WRK-QT-RECONTADO.                00964630
            CLOSE ORDVSAM.                                              00964640
            MOVE ZEROS TO WRK-FS-ORDVSAM.                               00964650
      *--------------------------------------------------------------   00964660
       4290-99-FIM.                              EXIT.                  00964670
      *--------------------------------------------------------------   00964680
      *--------------------------------------------------------------   00964690
       4295-RECONTAR-EMPVSAM                     SECTION.               00964700
      *--------------------------------------------------------------   00964710
            OPEN INPUT EMPVSAM.                                         00964720
            PERFORM 5100-TESTAR-STATUS.                                 00964730
            MOVE ZEROS TO WRK-QT-EMP-BAIXADO.                           00964740
            MOVE 'N'   TO WRK-SW-FIM-EMP.                               00964750
            PERFORM 5485-LER-EMPVSAM UNTIL WRK-FIM-EMP.                 00964760
            MOVE WRK-QT-EMP-BAIXADO TO WRK-QT-RECONTADO.                00964770
            CLOSE EMPVSAM.                                              00964780
            MOVE ZEROS TO WRK-FS-EMPVSAM.                               00964790
      *--------------------------------------------------------------   00964800
       4295-99-FIM.                              EXIT.                  00964810
      *--------------------------------------------------------------   00964820
      ***************************************************************   00025740
      *        P E N D E N C I A S   M A N U A I S                  *   00025750
      ***************************************************************   00025760
      * O QUE O BACKOUT NAO DESFAZ E FICA COM A OPERACAO.           *   00025770
      *--------------------------------------------------------------   00025780
       4500-LISTAR-PENDENCIAS                    SECTION.               00025790
      *--------------------------------------------------------------   00025800
            MOVE SPACES TO FD-RELBKO.                                   00025810
            WRITE FD-RELBKO.                                            00025820
            MOVE 'PENDENCIAS MANUAIS (NAO DESFEITAS PELO BACKOUT):'     00025830
                        TO FD-RELBKO.                                   00025840
            WRITE FD-RELBKO.                                            00025850
            MOVE '- CONTABIL(0) JA ENTREGUE: ESTORNAR NA CONTABILIDADE' 00025860
                        TO FD-RELBKO.                                   00025870
            WRITE FD-RELBKO.                                            00025880
            MOVE '- RETORNOS EXCLUIDOS: AVISAR AGENCIA QUE JA RECEBEU'  00025890
                        TO FD-RELBKO.                                   00025900
            WRITE FD-RELBKO.                                            00025910
            MOVE '- CBRFILE JA ENVIADO AO BUREAU NAO E RECOLHIDO'       00025920
                        TO FD-RELBKO.                                   00025930
            WRITE FD-RELBKO.                                            00025940
            MOVE '- ORDVSAM/EMPVSAM: SO OS MANUAIS LISTADOS NO BACKOUT' 00025950
                        TO FD-RELBKO.                                   00025960
            WRITE FD-RELBKO.                                            00025970
            MOVE '- BLQVSAM: ORDEM SEM DEBITO NO JUDMOV(0) FICA MANUAL' 00951560
                        TO FD-RELBKO.                                   00951570
            WRITE FD-RELBKO.                                            00951580
            MOVE '- LANCVSAM ZERADO: SEM ESTORNO CLES DO DIA ANTERIOR'  00025980
                        TO FD-RELBKO.                                   00025990
            WRITE FD-RELBKO.                                            00026000
            MOVE '- RUNCTL NAO VOLTA: O RERUN SAI COM NOVA SEQUENCIA'   00026010
                        TO FD-RELBKO.                                   00026020
            WRITE FD-RELBKO.                                            00026030
            MOVE '- TOTAIS(0) DA NOITE SEGUE COMO BASE DO FR16EX08'     00026040
                        TO FD-RELBKO.                                   00026050
            WRITE FD-RELBKO.                                            00026060
      *--------------------------------------------------------------   00026070
       4500-99-FIM.                              EXIT.                  00026080
      *--------------------------------------------------------------   00026090
      ***************************************************************   00026100
      *         T E S T A R   S T A T U S                           *   00026110
      ***************************************************************   00026120
      *--------------------------------------------------------------   00026130
       5100-TESTAR-STATUS                        SECTION.               00026140
      *--------------------------------------------------------------   00026150
            EVALUATE TRUE                                               00026160
             WHEN WRK-FS-RUNCTL NOT EQUAL 0                             00026170
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026180
               MOVE '5100'                 TO WRK-SECAO                 00026190
               MOVE 'ERRO NO OPEN RUNCTL'   TO WRK-MENSAGEM             00026200
               MOVE WRK-FS-RUNCTL           TO WRK-STATUS               00026210
                 PERFORM 6000-TRATA-ERROS                               00026220
             WHEN WRK-FS-CLIENTES NOT EQUAL 0                           00026230
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026240
               MOVE '5100'                 TO WRK-SECAO                 00026250
               MOVE 'ERRO NO OPEN CLIENTES' TO WRK-MENSAGEM             00026260
               MOVE WRK-FS-CLIENTES         TO WRK-STATUS               00026270
                 PERFORM 6000-TRATA-ERROS                               00026280
             WHEN WRK-FS-CLINOVO NOT EQUAL 0                            00026290
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026300
               MOVE '5100'                 TO WRK-SECAO                 00026310
               MOVE 'ERRO NO OPEN CLINOVO'  TO WRK-MENSAGEM             00026320
               MOVE WRK-FS-CLINOVO          TO WRK-STATUS               00026330
                 PERFORM 6000-TRATA-ERROS                               00026340
             WHEN WRK-FS-MOV0106 NOT EQUAL 0                            00026350
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026360
               MOVE '5100'                 TO WRK-SECAO                 00026370
               MOVE 'ERRO NO OPEN MOV0106'  TO WRK-MENSAGEM             00026380
               MOVE WRK-FS-MOV0106          TO WRK-STATUS               00026390
                 PERFORM 6000-TRATA-ERROS                               00026400
             WHEN WRK-FS-SALDODIA NOT EQUAL 0                           00026410
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026420
               MOVE '5100'                 TO WRK-SECAO                 00026430
               MOVE 'ERRO NO OPEN SALDODIA' TO WRK-MENSAGEM             00026440
               MOVE WRK-FS-SALDODIA         TO WRK-STATUS               00026450
                 PERFORM 6000-TRATA-ERROS                               00026460
             WHEN WRK-FS-MOVJNITE NOT EQUAL 0                           00026470
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026480
               MOVE '5100'                 TO WRK-SECAO                 00026490
               MOVE 'ERRO NO OPEN MOVJNITE' TO WRK-MENSAGEM             00026500
               MOVE WRK-FS-MOVJNITE         TO WRK-STATUS               00026510
                 PERFORM 6000-TRATA-ERROS                               00026520
             WHEN WRK-FS-MOVJ NOT EQUAL 0                               00026530
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026540
               MOVE '5100'                 TO WRK-SECAO                 00026550
               MOVE 'ERRO NO OPEN MOVJ'     TO WRK-MENSAGEM             00026560
               MOVE WRK-FS-MOVJ             TO WRK-STATUS               00026570
                 PERFORM 6000-TRATA-ERROS                               00026580
             WHEN WRK-FS-HDRCTL NOT EQUAL 0                             00026590
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026600
               MOVE '5100'                 TO WRK-SECAO                 00026610
               MOVE 'ERRO NO OPEN HDRCTL'   TO WRK-MENSAGEM             00026620
               MOVE WRK-FS-HDRCTL           TO WRK-STATUS               00026630
                 PERFORM 6000-TRATA-ERROS                               00026640
             WHEN WRK-FS-REAPCTL NOT EQUAL 0                            00026650
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026660
               MOVE '5100'                 TO WRK-SECAO                 00026670
               MOVE 'ERRO NO OPEN REAPCTL'  TO WRK-MENSAGEM             00026680
               MOVE WRK-FS-REAPCTL          TO WRK-STATUS               00026690
                 PERFORM 6000-TRATA-ERROS                               00026700
             WHEN WRK-FS-REAPMOV NOT EQUAL 0                            00026710
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026720
               MOVE '5100'                 TO WRK-SECAO                 00026730
               MOVE 'ERRO NO OPEN REAPMOV'  TO WRK-MENSAGEM             00026740
               MOVE WRK-FS-REAPMOV          TO WRK-STATUS               00026750
                 PERFORM 6000-TRATA-ERROS                               00026760
             WHEN WRK-FS-CBRCTL NOT EQUAL 0                             00026770
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026780
               MOVE '5100'                 TO WRK-SECAO                 00026790
               MOVE 'ERRO NO OPEN CBRCTL'   TO WRK-MENSAGEM             00026800
               MOVE WRK-FS-CBRCTL           TO WRK-STATUS               00026810
                 PERFORM 6000-TRATA-ERROS                               00026820
             WHEN WRK-FS-BAIXAS NOT EQUAL 0                             00026830
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026840
               MOVE '5100'                 TO WRK-SECAO                 00026850
               MOVE 'ERRO NO OPEN BAIXAS'   TO WRK-MENSAGEM             00026860
               MOVE WRK-FS-BAIXAS           TO WRK-STATUS               00026870
                 PERFORM 6000-TRATA-ERROS                               00026880
             WHEN WRK-FS-RETAG1 NOT EQUAL 0                             00026890
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026900
               MOVE '5100'                 TO WRK-SECAO                 00026910
               MOVE 'ERRO NO OPEN RETAG1'   TO WRK-MENSAGEM             00026920
               MOVE WRK-FS-RETAG1           TO WRK-STATUS               00026930
                 PERFORM 6000-TRATA-ERROS                               00026940
             WHEN WRK-FS-RETAG2 NOT EQUAL 0                             00026950
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00026960
               MOVE '5100'                 TO WRK-SECAO                 00026970
               MOVE 'ERRO NO OPEN RETAG2'   TO WRK-MENSAGEM             00026980
               MOVE WRK-FS-RETAG2           TO WRK-STATUS               00026990
                 PERFORM 6000-TRATA-ERROS                               00027000
             WHEN WRK-FS-RETAG3 NOT EQUAL 0                             00027010
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027020
               MOVE '5100'                 TO WRK-SECAO                 00027030
               MOVE 'ERRO NO OPEN RETAG3'   TO WRK-MENSAGEM             00027040
               MOVE WRK-FS-RETAG3           TO WRK-STATUS               00027050
                 PERFORM 6000-TRATA-ERROS                               00027060
             WHEN WRK-FS-RETOUT NOT EQUAL 0                             00027070
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027080
               MOVE '5100'                 TO WRK-SECAO                 00027090
               MOVE 'ERRO NO OPEN RETOUT'   TO WRK-MENSAGEM             00027100
               MOVE WRK-FS-RETOUT           TO WRK-STATUS               00027110
                 PERFORM 6000-TRATA-ERROS                               00027120
             WHEN WRK-FS-JORND NOT EQUAL 0                              00027130
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027140
               MOVE '5100'                 TO WRK-SECAO                 00027150
               MOVE 'ERRO NO OPEN JORND'    TO WRK-MENSAGEM             00027160
               MOVE WRK-FS-JORND            TO WRK-STATUS               00027170
                 PERFORM 6000-TRATA-ERROS                               00027180
             WHEN WRK-FS-CLIEVSAM NOT EQUAL 0                           00027190
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027200
               MOVE '5100'                 TO WRK-SECAO                 00027210
               MOVE 'ERRO NO OPEN CLIEVSAM' TO WRK-MENSAGEM             00027220
               MOVE WRK-FS-CLIEVSAM         TO WRK-STATUS               00027230
                 PERFORM 6000-TRATA-ERROS                               00027240
             WHEN WRK-FS-MOVVSAM NOT EQUAL 0                            00027250
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027260
               MOVE '5100'                 TO WRK-SECAO                 00027270
               MOVE 'ERRO NO OPEN MOVVSAM'  TO WRK-MENSAGEM             00027280
               MOVE WRK-FS-MOVVSAM          TO WRK-STATUS               00027290
                 PERFORM 6000-TRATA-ERROS                               00027300
             WHEN WRK-FS-BLQVSAM NOT EQUAL 0                            00951590
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00951600
               MOVE '5100'                 TO WRK-SECAO                 00951610
               MOVE 'ERRO NO OPEN BLQVSAM'  TO WRK-MENSAGEM             00951620
               MOVE WRK-FS-BLQVSAM          TO WRK-STATUS               00951630
                 PERFORM 6000-TRATA-ERROS                               00951640
             WHEN WRK-FS-JUDMOV NOT EQUAL 0                             00951650
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00951660
               MOVE '5100'                 TO WRK-SECAO                 00951670
               MOVE 'ERRO NO OPEN JUDMOV'   TO WRK-MENSAGEM             00951680
               MOVE WRK-FS-JUDMOV           TO WRK-STATUS               00951690
                 PERFORM 6000-TRATA-ERROS                               00951700
             WHEN WRK-FS-ORDVSAM NOT EQUAL 0                            00964830
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00964840
               MOVE '5100'                 TO WRK-SECAO                 00964850
               MOVE 'ERRO NO OPEN ORDVSAM'  TO WRK-MENSAGEM             00964860
               MOVE WRK-FS-ORDVSAM          TO WRK-STATUS               00964870
                 PERFORM 6000-TRATA-ERROS                               00964880
             WHEN WRK-FS-ORDMOV NOT EQUAL 0                             00964890
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00964900
               MOVE '5100'                 TO WRK-SECAO                 00964910
               MOVE 'ERRO NO OPEN ORDMOV'   TO WRK-MENSAGEM             00964920
               MOVE WRK-FS-ORDMOV           TO WRK-STATUS               00964930
                 PERFORM 6000-TRATA-ERROS                               00964940
             WHEN WRK-FS-EMPVSAM NOT EQUAL 0                            00964950
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00964960
               MOVE '5100'                 TO WRK-SECAO                 00964970
               MOVE 'ERRO NO OPEN EMPVSAM'  TO WRK-MENSAGEM             00964980
               MOVE WRK-FS-EMPVSAM          TO WRK-STATUS               00964990
                 PERFORM 6000-TRATA-ERROS                               00965000
             WHEN WRK-FS-EMPMOV NOT EQUAL 0                             00965010
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00965020
               MOVE '5100'                 TO WRK-SECAO                 00965030
               MOVE 'ERRO NO OPEN EMPMOV'   TO WRK-MENSAGEM             00965040
               MOVE WRK-FS-EMPMOV           TO WRK-STATUS               00965050
                 PERFORM 6000-TRATA-ERROS                               00965060
             WHEN WRK-FS-BKPNITE NOT EQUAL 0                            00027310
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027320
               MOVE '5100'                 TO WRK-SECAO                 00027330
               MOVE 'ERRO NO OPEN BKPNITE'  TO WRK-MENSAGEM             00027340
               MOVE WRK-FS-BKPNITE          TO WRK-STATUS               00027350
                 PERFORM 6000-TRATA-ERROS                               00027360
             WHEN WRK-FS-BKPNOVO NOT EQUAL 0                            00027370
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027380
               MOVE '5100'                 TO WRK-SECAO                 00027390
               MOVE 'ERRO NO OPEN BKPNOVO'  TO WRK-MENSAGEM             00027400
               MOVE WRK-FS-BKPNOVO          TO WRK-STATUS               00027410
                 PERFORM 6000-TRATA-ERROS                               00027420
             WHEN WRK-FS-CLIPEND NOT EQUAL 0                            00027430
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027440
               MOVE '5100'                 TO WRK-SECAO                 00027450
               MOVE 'ERRO NO OPEN CLIPEND'  TO WRK-MENSAGEM             00027460
               MOVE WRK-FS-CLIPEND          TO WRK-STATUS               00027470
                 PERFORM 6000-TRATA-ERROS                               00027480
             WHEN WRK-FS-HDRPEND NOT EQUAL 0                            00027490
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027500
               MOVE '5100'                 TO WRK-SECAO                 00027510
               MOVE 'ERRO NO OPEN HDRPEND'  TO WRK-MENSAGEM             00027520
               MOVE WRK-FS-HDRPEND          TO WRK-STATUS               00027530
                 PERFORM 6000-TRATA-ERROS                               00027540
             WHEN WRK-FS-REAPPEND NOT EQUAL 0                           00027550
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027560
               MOVE '5100'                 TO WRK-SECAO                 00027570
               MOVE 'ERRO NO OPEN REAPPEND' TO WRK-MENSAGEM             00027580
               MOVE WRK-FS-REAPPEND         TO WRK-STATUS               00027590
                 PERFORM 6000-TRATA-ERROS                               00027600
             WHEN WRK-FS-RMOVPEND NOT EQUAL 0                           00027610
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027620
               MOVE '5100'                 TO WRK-SECAO                 00027630
               MOVE 'ERRO NO OPEN RMOVPEND' TO WRK-MENSAGEM             00027640
               MOVE WRK-FS-RMOVPEND         TO WRK-STATUS               00027650
                 PERFORM 6000-TRATA-ERROS                               00027660
             WHEN WRK-FS-CBRPEND NOT EQUAL 0                            00027670
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027680
               MOVE '5100'                 TO WRK-SECAO                 00027690
               MOVE 'ERRO NO OPEN CBRPEND'  TO WRK-MENSAGEM             00027700
               MOVE WRK-FS-CBRPEND          TO WRK-STATUS               00027710
                 PERFORM 6000-TRATA-ERROS                               00027720
             WHEN WRK-FS-BKODELT NOT EQUAL 0                            00027730
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027740
               MOVE '5100'                 TO WRK-SECAO                 00027750
               MOVE 'ERRO NO OPEN BKODELT'  TO WRK-MENSAGEM             00027760
               MOVE WRK-FS-BKODELT          TO WRK-STATUS               00027770
                 PERFORM 6000-TRATA-ERROS                               00027780
             WHEN WRK-FS-BKOCERT NOT EQUAL 0                            00027790
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027800
               MOVE '5100'                 TO WRK-SECAO                 00027810
               MOVE 'ERRO NO OPEN BKOCERT'  TO WRK-MENSAGEM             00027820
               MOVE WRK-FS-BKOCERT          TO WRK-STATUS               00027830
                 PERFORM 6000-TRATA-ERROS                               00027840
             WHEN WRK-FS-RELBKO NOT EQUAL 0                             00027850
               MOVE 'FR16BK01'             TO WRK-PROGRAMA              00027860
               MOVE '5100'                 TO WRK-SECAO                 00027870
               MOVE 'ERRO NO OPEN RELBKO'   TO WRK-MENSAGEM             00027880
               MOVE WRK-FS-RELBKO           TO WRK-STATUS               00027890
                 PERFORM 6000-TRATA-ERROS                               00027900
            END-EVALUATE.                                               00027910
      *--------------------------------------------------------------   00027920
       5100-99-FIM.                              EXIT.                  00027930
      *--------------------------------------------------------------   00027940
      ***************************************************************   00027950
      *         L E I T U R A S   C O M   C O N T A G E M           *   00027960
      ***************************************************************   00027970
      *--------------------------------------------------------------   00027980
       5200-LER-CLIENTES                         SECTION.               00027990
      *--------------------------------------------------------------   00028000
            READ CLIENTES                                               00028010
              AT END MOVE 10 TO WRK-FS-CLIENTES                         00028020
            END-READ.                                                   00028030
            IF WRK-FS-CLIENTES NOT EQUAL 10                             00028040
              ADD 1 TO WRK-QT-CLIENTES                                  00028050
            END-IF.                                                     00028060
      *--------------------------------------------------------------   00028070
       5200-99-FIM.                              EXIT.                  00028080
      *--------------------------------------------------------------   00028090
      *--------------------------------------------------------------   00028100
       5210-LER-CLINOVO                          SECTION.               00028110
      *--------------------------------------------------------------   00028120
            READ CLINOVO                                                00028130
              AT END MOVE 10 TO WRK-FS-CLINOVO                          00028140
            END-READ.                                                   00028150
            IF WRK-FS-CLINOVO NOT EQUAL 10                              00028160
              ADD 1 TO WRK-QT-CLINOVO                                   00028170
            END-IF.                                                     00028180
      *--------------------------------------------------------------   00028190
       5210-99-FIM.                              EXIT.                  00028200
      *--------------------------------------------------------------   00028210
      *--------------------------------------------------------------   00028220
       5220-LER-MOV0106                          SECTION.               00028230
      *--------------------------------------------------------------   00028240
            READ MOV0106                                                00028250
              AT END MOVE 10 TO WRK-FS-MOV0106                          00028260
            END-READ.                                                   00028270
            IF WRK-FS-MOV0106 NOT EQUAL 10                              00028280
              ADD 1 TO WRK-QT-MOV0106                                   00028290
            END-IF.                                                     00028300
      *--------------------------------------------------------------   00028310
       5220-99-FIM.                              EXIT.                  00028320
      *--------------------------------------------------------------   00028330
      *--------------------------------------------------------------   00028340
       5230-LER-SALDODIA                         SECTION.               00028350
      *--------------------------------------------------------------   00028360
            READ SALDODIA                                               00028370
              AT END MOVE 10 TO WRK-FS-SALDODIA                         00028380
            END-READ.                                                   00028390
            IF WRK-FS-SALDODIA NOT EQUAL 10                             00028400
              ADD 1 TO WRK-QT-SALDODIA                                  00028410
              IF FD-SDIA-DATA-PROC NOT EQUAL WRK-PARM-DATA-PROC OR      00028420
                 FD-SDIA-NSEQ-RUN  NOT EQUAL WRK-PARM-NSEQ-RUN          00028430
                ADD 1 TO WRK-QT-SDIA-OUTRA                              00028440
              END-IF                                                    00028450
            END-IF.                                                     00028460
      *--------------------------------------------------------------   00028470
       5230-99-FIM.                              EXIT.                  00028480
      *--------------------------------------------------------------   00028490
      *--------------------------------------------------------------   00028500
       5240-LER-MOVJNITE                         SECTION.               00028510
      *--------------------------------------------------------------   00028520
            READ MOVJNITE                                               00028530
              AT END MOVE 10 TO WRK-FS-MOVJNITE                         00028540
            END-READ.                                                   00028550
            IF WRK-FS-MOVJNITE NOT EQUAL 10                             00028560
              ADD 1 TO WRK-QT-MOVJNITE                                  00028570
              ADD FD-MOVJNITE-VALORMOV TO WRK-VL-MOVJNITE               00028580
            END-IF.                                                     00028590
      *--------------------------------------------------------------   00028600
       5240-99-FIM.                              EXIT.                  00028610
      *--------------------------------------------------------------   00028620
      *--------------------------------------------------------------   00028630
       5250-LER-MOVJ                             SECTION.               00028640
      *--------------------------------------------------------------   00028650
            READ MOVJ                                                   00028660
              AT END MOVE 10 TO WRK-FS-MOVJ                             00028670
            END-READ.                                                   00028680
            IF WRK-FS-MOVJ NOT EQUAL 10                                 00028690
              ADD 1 TO WRK-QT-MOVJ                                      00028700
            END-IF.                                                     00028710
      *--------------------------------------------------------------   00028720
       5250-99-FIM.                              EXIT.                  00028730
      *--------------------------------------------------------------   00028740
      *--------------------------------------------------------------   00028750
       5260-LER-HDRCTL                           SECTION.               00028760
      *--------------------------------------------------------------   00028770
            READ HDRCTL                                                 00028780
              AT END MOVE 10 TO WRK-FS-HDRCTL                           00028790
            END-READ.                                                   00028800
            IF WRK-FS-HDRCTL NOT EQUAL 10                               00028810
              ADD 1 TO WRK-QT-HDRCTL                                    00028820
            END-IF.                                                     00028830
      *--------------------------------------------------------------   00028840
       5260-99-FIM.                              EXIT.                  00028850
      *--------------------------------------------------------------   00028860
      *--------------------------------------------------------------   00028870
       5270-LER-REAPCTL                          SECTION.               00028880
      *--------------------------------------------------------------   00028890
            READ REAPCTL                                                00028900
              AT END MOVE 10 TO WRK-FS-REAPCTL                          00028910
            END-READ.                                                   00028920
            IF WRK-FS-REAPCTL NOT EQUAL 10                              00028930
              ADD 1 TO WRK-QT-REAPCTL                                   00028940
            END-IF.                                                     00028950
      *--------------------------------------------------------------   00028960
       5270-99-FIM.                              EXIT.                  00028970
      *--------------------------------------------------------------   00028980
      *--------------------------------------------------------------   00028990
       5280-LER-REAPMOV                          SECTION.               00029000
      *--------------------------------------------------------------   00029010
            READ REAPMOV                                                00029020
              AT END MOVE 10 TO WRK-FS-REAPMOV                          00029030
            END-READ.                                                   00029040
            IF WRK-FS-REAPMOV NOT EQUAL 10                              00029050
              ADD 1 TO WRK-QT-REAPMOV                                   00029060
            END-IF.                                                     00029070
      *--------------------------------------------------------------   00029080
       5280-99-FIM.                              EXIT.                  00029090
      *--------------------------------------------------------------   00029100
      *--------------------------------------------------------------   00029110
       5290-LER-CBRCTL                           SECTION.               00029120
      *--------------------------------------------------------------   00029130
            READ CBRCTL                                                 00029140
              AT END MOVE 10 TO WRK-FS-CBRCTL                           00029150
            END-READ.                                                   00029160
            IF WRK-FS-CBRCTL NOT EQUAL 10                               00029170
              ADD 1 TO WRK-QT-CBRCTL                                    00029180
            END-IF.                                                     00029190
      *--------------------------------------------------------------   00029200
       5290-99-FIM.                              EXIT.                  00029210
      *--------------------------------------------------------------   00029220
      *--------------------------------------------------------------   00029230
       5310-LER-BAIXAS                           SECTION.               00029240
      *--------------------------------------------------------------   00029250
            READ BAIXAS                                                 00029260
              AT END MOVE 10 TO WRK-FS-BAIXAS                           00029270
            END-READ.                                                   00029280
            IF WRK-FS-BAIXAS NOT EQUAL 10                               00029290
              ADD 1 TO WRK-QT-BAIXAS                                    00029300
              IF FD-BAIXAS-DATA-PROC EQUAL WRK-PARM-DATA-PROC AND       00029310
                 FD-BAIXAS-NSEQ-RUN  EQUAL WRK-PARM-NSEQ-RUN            00029320
                ADD 1 TO WRK-QT-BAIXAS-RUN                              00029330
              END-IF                                                    00029340
            END-IF.                                                     00029350
      *--------------------------------------------------------------   00029360
       5310-99-FIM.                              EXIT.                  00029370
      *--------------------------------------------------------------   00029380
      *--------------------------------------------------------------   00029390
       5320-LER-RETAG1                           SECTION.               00029400
      *--------------------------------------------------------------   00029410
            READ RETAG1                                                 00029420
              AT END MOVE 10 TO WRK-FS-RETAG1                           00029430
            END-READ.                                                   00029440
            IF WRK-FS-RETAG1 NOT EQUAL 10                               00029450
              ADD 1 TO WRK-QT-RETAG1                                    00029460
            END-IF.                                                     00029470
      *--------------------------------------------------------------   00029480
       5320-99-FIM.                              EXIT.                  00029490
      *--------------------------------------------------------------   00029500
      *--------------------------------------------------------------   00029510
       5330-LER-RETAG2                           SECTION.               00029520
      *--------------------------------------------------------------   00029530
            READ RETAG2                                                 00029540
              AT END MOVE 10 TO WRK-FS-RETAG2                           00029550
            END-READ.                                                   00029560
            IF WRK-FS-RETAG2 NOT EQUAL 10                               00029570
              ADD 1 TO WRK-QT-RETAG2                                    00029580
            END-IF.                                                     00029590
      *--------------------------------------------------------------   00029600
       5330-99-FIM.                              EXIT.                  00029610
      *--------------------------------------------------------------   00029620
      *--------------------------------------------------------------   00029630
       5340-LER-RETAG3                           SECTION.               00029640
      *--------------------------------------------------------------   00029650
            READ RETAG3                                                 00029660
              AT END MOVE 10 TO WRK-FS-RETAG3                           00029670
            END-READ.                                                   00029680
            IF WRK-FS-RETAG3 NOT EQUAL 10                               00029690
              ADD 1 TO WRK-QT-RETAG3                                    00029700
            END-IF.                                                     00029710
      *--------------------------------------------------------------   00029720
       5340-99-FIM.                              EXIT.                  00029730
      *--------------------------------------------------------------   00029740
      *--------------------------------------------------------------   00029750
       5350-LER-RETOUT                           SECTION.               00029760
      *--------------------------------------------------------------   00029770
            READ RETOUT                                                 00029780
              AT END MOVE 10 TO WRK-FS-RETOUT                           00029790
            END-READ.                                                   00029800
            IF WRK-FS-RETOUT NOT EQUAL 10                               00029810
              ADD 1 TO WRK-QT-RETOUT                                    00029820
            END-IF.                                                     00029830
      *--------------------------------------------------------------   00029840
       5350-99-FIM.                              EXIT.                  00029850
      *--------------------------------------------------------------   00029860
      ***************************************************************   00029870
      *     L E I T U R A S   D O S   B A L A N C E   L I N E S     *   00029880
      ***************************************************************   00029890
      * FIM DE ARQUIVO (OU, NO PONTO, O FIM DO TIPO CLIENTES) PASSA *   00029900
      * A CHAVE PARA HIGH-VALUES.                                   *   00029910
      *--------------------------------------------------------------   00029920
       5400-LER-BKPNITE                          SECTION.               00029930
      *--------------------------------------------------------------   00029940
            READ BKPNITE                                                00029950
              AT END MOVE 'S' TO WRK-SW-FIM-BKP                         00029960
            END-READ.                                                   00029970
            IF WRK-TEM-BKP AND REG-BKP-E-CLIENTES                       00029980
              MOVE REG-BKP-DADOS TO WRK-BKP-CLIENTE                     00029990
              MOVE WRK-BKC-CHAVE TO WRK-CHAVE-BKP                       00030000
              ADD 1 TO WRK-QT-BKP-CLI                                   00030010
            ELSE                                                        00030020
              MOVE HIGH-VALUES   TO WRK-CHAVE-BKP                       00030030
            END-IF.                                                     00030040
      *--------------------------------------------------------------   00030050
       5400-99-FIM.                              EXIT.                  00030060
      *--------------------------------------------------------------   00030070
      *--------------------------------------------------------------   00030080
       5410-LER-JORND                            SECTION.               00030090
      *--------------------------------------------------------------   00030100
            READ JORND                                                  00030110
              AT END MOVE 10 TO WRK-FS-JORND                            00030120
            END-READ.                                                   00030130
            IF WRK-FS-JORND EQUAL 10                                    00030140
              MOVE HIGH-VALUES    TO WRK-CHAVE-JOR                      00030150
            ELSE                                                        00030160
              MOVE FD-JORND-CHAVE TO WRK-CHAVE-JOR                      00030170
            END-IF.                                                     00030180
      *--------------------------------------------------------------   00030190
       5410-99-FIM.                              EXIT.                  00030200
      *--------------------------------------------------------------   00030210
      *--------------------------------------------------------------   00030220
       5420-LER-CLIEVSAM                         SECTION.               00030230
      *--------------------------------------------------------------   00030240
            READ CLIEVSAM NEXT RECORD                                   00030250
              AT END MOVE 10 TO WRK-FS-CLIEVSAM                         00030260
            END-READ.                                                   00030270
            IF WRK-FS-CLIEVSAM EQUAL 10                                 00030280
              MOVE HIGH-VALUES        TO WRK-CHAVE-VSM                  00030290
            ELSE                                                        00030300
              MOVE REG-CLIENTES-CHAVE TO WRK-CHAVE-VSM                  00030310
              ADD 1 TO WRK-QT-CLIEVSAM                                  00030320
            END-IF.                                                     00030330
      *--------------------------------------------------------------   00030340
       5420-99-FIM.                              EXIT.                  00030350
      *--------------------------------------------------------------   00030360
      *--------------------------------------------------------------   00030370
       5430-LER-MOV0106-CHAVE                    SECTION.               00030380
      *--------------------------------------------------------------   00030390
            READ MOV0106                                                00030400
              AT END MOVE 10 TO WRK-FS-MOV0106                          00030410
            END-READ.                                                   00030420
            IF WRK-FS-MOV0106 EQUAL 10                                  00030430
              MOVE HIGH-VALUES      TO WRK-CHAVE-MOV                    00030440
            ELSE                                                        00030450
              MOVE FD-MOV0106-CHAVE TO WRK-CHAVE-MOV                    00030460
            END-IF.                                                     00030470
      *--------------------------------------------------------------   00030480
       5430-99-FIM.                              EXIT.                  00030490
      *--------------------------------------------------------------   00030500
      *--------------------------------------------------------------   00030510
       5440-LER-MOVVSAM                          SECTION.               00030520
      *--------------------------------------------------------------   00030530
            READ MOVVSAM NEXT RECORD                                    00030540
              AT END MOVE 'S' TO WRK-SW-FIM-VSAM                        00030550
            END-READ.                                                   00030560
            IF WRK-TEM-VSAM                                             00030570
              ADD 1 TO WRK-QT-MOVVSAM                                   00030580
            END-IF.                                                     00030590
      *--------------------------------------------------------------   00030600
       5440-99-FIM.                              EXIT.                  00030610
      *--------------------------------------------------------------   00030620
      *--------------------------------------------------------------   00030630
       5450-LER-BKODELT                          SECTION.               00030640
      *--------------------------------------------------------------   00030650
            READ BKODELT                                                00030660
              AT END MOVE 10 TO WRK-FS-BKODELT                          00030670
            END-READ.                                                   00030680
            IF WRK-FS-BKODELT NOT EQUAL 10 AND                          00030690
               NOT REG-CTL-HEADER AND NOT REG-CTL-TRAILER               00030700
              ADD 1 TO WRK-QT-BKODELT                                   00030710
            END-IF.                                                     00030720
      *--------------------------------------------------------------   00030730
       5450-99-FIM.                              EXIT.                  00030740
      *--------------------------------------------------------------   00030750
      *--------------------------------------------------------------   00951710
      * SO OS DEBITOS DA TRANSFERENCIA (O CREDITO NO DEPOSITO VEM   *   00951720
      * LOGO DEPOIS DE CADA UM E E PULADO), COMO NO FR16BJ03.       *   00951730
      *--------------------------------------------------------------   00951740
       5460-LER-JUDMOV                           SECTION.               00951750
      *--------------------------------------------------------------   00951760
            READ JUDMOV                                                 00951770
              AT END MOVE 10 TO WRK-FS-JUDMOV                           00951780
            END-READ.                                                   00951790
            IF WRK-FS-JUDMOV NOT EQUAL 10 AND                           00951800
               NOT FD-JUDMOV-TRAILER      AND                           00951810
               FD-JUDMOV-TIPOMOV EQUAL 'C'                              00951820
              READ JUDMOV                                               00951830
                AT END MOVE 10 TO WRK-FS-JUDMOV                         00951840
              END-READ                                                  00951850
            END-IF.                                                     00951860
            IF WRK-FS-JUDMOV EQUAL 10 OR FD-JUDMOV-TRAILER              00951870
              MOVE HIGH-VALUES TO WRK-CHAVE-JUD                         00951880
              MOVE ZEROS       TO WRK-VALOR-JUD                         00951890
            ELSE                                                        00951900
              MOVE FD-JUDMOV-MOVIMENTO TO REG-BLQTXT                    00951910
              MOVE FD-JUDMOV-AGENCIA   TO WRK-CJD-AGENCIA               00951920
              MOVE FD-JUDMOV-CONTA     TO WRK-CJD-CONTA                 00951930
              MOVE REG-BLQTXT-NUMERO   TO WRK-CJD-NUMERO                00951940
              MOVE FD-JUDMOV-VALORMOV  TO WRK-VALOR-JUD                 00951950
            END-IF.                                                     00951960
      *--------------------------------------------------------------   00951970
       5460-99-FIM.                              EXIT.                  00951980
      *--------------------------------------------------------------   00951990
      *--------------------------------------------------------------   00952000
       5470-LER-BLQVSAM                          SECTION.               00952010
      *--------------------------------------------------------------   00952020
            READ BLQVSAM NEXT RECORD                                    00952030
              AT END MOVE 'S' TO WRK-SW-FIM-BLQ                         00952040
            END-READ.                                                   00952050
            IF WRK-FS-BLQVSAM NOT EQUAL 0 AND                           00952060
               WRK-FS-BLQVSAM NOT EQUAL 10                              00952070
              MOVE 'FR16BK01'              TO WRK-PROGRAMA              00952080
              MOVE '5470'                  TO WRK-SECAO                 00952090
              MOVE 'ERRO NA LEITURA DO BLQVSAM' TO WRK-MENSAGEM         00952100
              MOVE WRK-FS-BLQVSAM          TO WRK-STATUS                00952110
              PERFORM 6000-TRATA-ERROS                                  00952120
            END-IF.                                                     00952130
      *--------------------------------------------------------------   00952140
       5470-99-FIM.                              EXIT.                  00952150
      *--------------------------------------------------------------   00952160
      *--------------------------------------------------------------   00965070
       5480-LER-ORDVSAM                          SECTION.               00965080
      *--------------------------------------------------------------   00965090
            READ ORDVSAM NEXT RECORD                                    00965100
              AT END MOVE 'S' TO WRK-SW-FIM-ORD                         00965110
            END-READ.                                                   00965120
            IF WRK-FS-ORDVSAM NOT EQUAL 0 AND                           00965130
               WRK-FS-ORDVSAM NOT EQUAL 10                              00965140
              MOVE 'FR16BK01'              TO WRK-PROGRAMA              00965150
              MOVE '5480'                  TO WRK-SECAO                 00965160
              MOVE 'ERRO NA LEITURA DO ORDVSAM' TO WRK-MENSAGEM         00965170
              MOVE WRK-FS-ORDVSAM          TO WRK-STATUS                00965180
              PERFORM 6000-TRATA-ERROS                                  00965190
            END-IF.                                                     00965200
            IF WRK-TEM-ORD AND REG-ORD-ULT-GER EQUAL WRK-CTP-DATA-PROC  00965210
              ADD 1 TO WRK-QT-ORD-BAIXADA                               00965220
            END-IF.                                                     00965230
      *--------------------------------------------------------------   00965240
       5480-99-FIM.                              EXIT.                  00965250
      *--------------------------------------------------------------   00965260
      *--------------------------------------------------------------   00965270
       5485-LER-EMPVSAM                          SECTION.               00965280
      *--------------------------------------------------------------   00965290
            READ EMPVSAM NEXT RECORD                                    00965300
              AT END MOVE 'S' TO WRK-SW-FIM-EMP                         00965310
            END-READ.                                                   00965320
            IF WRK-FS-EMPVSAM NOT EQUAL 0 AND                           00965330
               WRK-FS-EMPVSAM NOT EQUAL 10                              00965340
              MOVE 'FR16BK01'              TO WRK-PROGRAMA              00965350
              MOVE '5485'                  TO WRK-SECAO                 00965360
              MOVE 'ERRO NA LEITURA DO EMPVSAM' TO WRK-MENSAGEM         00965370
              MOVE WRK-FS-EMPVSAM          TO WRK-STATUS                00965380
              PERFORM 6000-TRATA-ERROS                                  00965390
            END-IF.                                                     00965400
            IF WRK-TEM-EMP AND REG-EMP-ULT-GER EQUAL WRK-CTP-DATA-PROC  00965410
              ADD 1 TO WRK-QT-EMP-BAIXADO                               00965420
            END-IF.                                                     00965430
      *--------------------------------------------------------------   00965440
       5485-99-FIM.                              EXIT.                  00965450
      *--------------------------------------------------------------   00965460
      *--------------------------------------------------------------   00965470
      * SO OS LANCAMENTOS; NO TRAILER OU NO FIM A CHAVE VAI A       *   00965480
      * HIGH-VALUES.                                                *   00965490
      *--------------------------------------------------------------   00965500
       5490-LER-EMPMOV                           SECTION.               00965510
      *--------------------------------------------------------------   00965520
            READ EMPMOV                                                 00965530
              AT END MOVE 10 TO WRK-FS-EMPMOV                           00965540
            END-READ.                                                   00965550
            IF WRK-FS-EMPMOV EQUAL 10 OR FD-EMPMOV-TRAILER              00965560
              MOVE HIGH-VALUES TO WRK-CHAVE-EMP                         00965570
              MOVE ZEROS       TO WRK-VENC-EMP WRK-VALOR-EMP            00965580
              MOVE SPACES      TO WRK-TIPO-EMP                          00965590
            ELSE                                                        00965600
              MOVE FD-EMPMOV-MOVIMENTO  TO REG-EMPTXT                   00965610
              MOVE FD-EMPMOV-AGENCIA    TO WRK-CEM-AGENCIA              00965620
              MOVE FD-EMPMOV-CONTA      TO WRK-CEM-CONTA                00965630
              MOVE REG-EMPTXT-CONTRATO  TO WRK-CEM-CONTRATO             00965640
              MOVE REG-EMPTXT-VENC      TO WRK-VENC-EMP                 00965650
              MOVE REG-EMPTXT-TIPO      TO WRK-TIPO-EMP                 00965660
              MOVE FD-EMPMOV-VALORMOV   TO WRK-VALOR-EMP                00965670
            END-IF.                                                     00965680
      *--------------------------------------------------------------   00965690
       5490-99-FIM.                              EXIT.                  00965700
      *--------------------------------------------------------------   00965710
      ***************************************************************   00030760
      *          T R A T A   E R R O S                              *   00030770
      ***************************************************************   00030780
      *--------------------------------------------------------------   00030790
       6000-TRATA-ERROS                          SECTION.               00030800
      *--------------------------------------------------------------   00030810
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00030820
            MOVE 8 TO RETURN-CODE.                                      00030830
            GOBACK.                                                     00030840
      *--------------------------------------------------------------   00030850
       6000-99-FIM.                              EXIT.                  00030860
      *--------------------------------------------------------------   00030870
