      *                 CARTAO SYSIN; AGENCIA FORA DO CARTAO SAI    *   00010260
      *                 NO RETOUT), MAIS UMA LINHA DE RESUMO POR    *   00010270
      *                 AGENCIA NO RESAG - A TRANSMISSAO DE VOLTA   *   00010280
      *                 SAI AUTOMATICA DEPOIS DO BATFECHO, SEM      *   00010290
      *                 TELEFONE NEM GREP EM DATASET.               *   00010300
      *                 O RETORNO LEVA O CODIGO DE HISTORICO DO     *   00880000
      *                 MOVIMENTO (TABELA HISTCOD) NAS POSICOES     *   00880010
      *                 81-83, PARA A AGENCIA DISTINGUIR OS         *   00880020
      *                 LANCAMENTOS DE MESMO TEXTO.                 *   00880030
      *                 NAS POSICOES 84-300 VAI O GRUPO DE          *   00890000
      *                 IDENTIFICACAO DO TITULAR (CPF/CNPJ,         *   00890010
      *                 ENDERECO, CEP, TELEFONE E E-MAIL) NO LAYOUT *   00890020
      *                 DO #CADREG, LIDO NO CADVSAM (EM BRANCO PARA *   00890030
      *                 CONTA SEM CADASTRO).                        *   00890040
      *-------------------------------------------------------------*   00010310
      *   ARQUIVOS...:                                              *   00010320
      *    DDNAME              I/O                                  *   00010330
      *    MOV0106E             I                                   *   00010360
      *    MOV0106R             I                                   *   00010370
      *    CLINOVO              I                                   *   00010380
      *    CADVSAM              I  (CADASTRO DE TITULARES)          *   00890050
      *    RETAG1/2/3           O                                   *   00010390
      *    RETOUT               O                                   *   00010400
      *    RESAG                O                                   *   00010410
                                                                        00010840
            SELECT RESAG    ASSIGN TO RESAG                             00010850
                FILE STATUS  IS WRK-FS-RESAG.                           00010860
                                                                        00890060
            SELECT CADVSAM  ASSIGN TO CADVSAM                           00890070
                ORGANIZATION IS INDEXED                                 00890080
                ACCESS MODE IS RANDOM                                   00890090
                RECORD KEY IS REG-CAD-CHAVE                             00890100
                FILE STATUS  IS WRK-FS-CADVSAM.                         00890110
      *=============================================================*   00010870
       DATA                                      DIVISION.              00010880
      *=============================================================*   00010890
          05 FD-MOVREJ-VALORMOV  PIC X(10).                             00011010
          05 FD-MOVREJ-TIPOMOV   PIC X(01).                             00011020
          05 FD-MOVREJ-MOTIVO    PIC X(20).                             00011030
          05 FD-MOVREJ-HISTORICO PIC X(03).                             00880040
                                                                        00011040
       FD MOV0106                                                       00011050
           RECORDING  MODE IS F                                         00011060
          05 FD-MOV0106-VALORMOV-X REDEFINES FD-MOV0106-VALORMOV        00011150
                                   PIC X(10).                           00011160
          05 FD-MOV0106-TIPOMOV    PIC X(01).                           00011170
          05 FD-MOV0106-HISTORICO  PIC 9(03).                           00880050
                                                                        00011180
       FD MOV0106E                                                      00011190
          RECORDING  MODE IS F                                          00011200
          05 FD-MOV0106E-MOTIVO    PIC X(20).                           00011300
          05 FD-MOV0106E-DATA-PROC PIC 9(08).                           00011310
          05 FD-MOV0106E-NSEQ-RUN  PIC 9(03).                           00011320
          05 FD-MOV0106E-HISTORICO PIC 9(03).                           00880060
                                                                        00011330
       FD MOV0106R                                                      00011340
          RECORDING  MODE IS F                                          00011350
       FD RETAG1                                                        00011540
           RECORDING  MODE IS F.                                        00011550
                                                                        00011560
       01 FD-RETAG1         PIC X(300).                                 00011570
                                                                        00011580
       FD RETAG2                                                        00011590
           RECORDING  MODE IS F.                                        00011600
                                                                        00011610
       01 FD-RETAG2         PIC X(300).                                 00011620
                                                                        00011630
       FD RETAG3                                                        00011640
           RECORDING  MODE IS F.                                        00011650
                                                                        00011660
       01 FD-RETAG3         PIC X(300).                                 00011670
                                                                        00011680
       FD RETOUT                                                        00011690
           RECORDING  MODE IS F.                                        00011700
                                                                        00011710
       01 FD-RETOUT         PIC X(300).                                 00011720
                                                                        00011730
       FD RESAG                                                         00011740
           RECORDING  MODE IS F.                                        00011750
                                                                        00011760
       01 FD-RESAG          PIC X(080).                                 00011770
                                                                        00890120
       FD CADVSAM.                                                      00890130
                                                                        00890140
       COPY '#CADREG'.                                                  00890150
      *-------------------------------------------------------------*   00011780
       WORKING-STORAGE                           SECTION.               00011790
      *-------------------------------------------------------------*   00011800
       77 WRK-FS-RETAG3     PIC 9(02).                                  00012000
       77 WRK-FS-RETOUT     PIC 9(02).                                  00012010
       77 WRK-FS-RESAG      PIC 9(02).                                  00012020
       77 WRK-FS-CADVSAM    PIC 9(02).                                  00890160
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00012030
       77 WRK-RETORNADOS    PIC 9(07) VALUE ZEROS.                      00012040
       77 WRK-SEM-CADASTRO  PIC 9(07) VALUE ZEROS.                      00890170
       77 WRK-CHAVE-CAD     PIC X(08) VALUE LOW-VALUES.                 00890180
       77 WRK-IND           PIC 9(03) COMP VALUE ZEROS.                 00012050
       77 WRK-AG-QTDE       PIC 9(03) COMP VALUE ZEROS.                 00012060
       77 WRK-AG-MAX        PIC 9(03) COMP VALUE 50.                    00012070
             88 WRK-DISP-REJEITADO      VALUE 'J'.                      00012350
          05 WRK-RET-MOTIVO       PIC X(20).                            00012360
          05 WRK-RET-SALDO-NOVO   PIC S9(08)V99.                        00012370
          05 WRK-RET-HISTORICO    PIC X(03).                            00880070
          05 WRK-RET-IDENTIFICACAO PIC X(217).                          00890190
                                                                        00890200
      * IDENTIFICACAO DO ULTIMO TITULAR LIDO NO CADVSAM: OS             00890210
      * MOVIMENTOS DA MESMA CONTA VEM SEGUIDOS E NAO RELEEM.            00890220
       01 WRK-CAD-IDENTIFICACAO PIC X(217) VALUE SPACES.                00890230
                                                                        00012380
      *-------------------------------------------------------------*   00012390
       01 FILLER PIC X(45) VALUE                                        00012400
      *--------------------------------------------------------------   00012930
             ACCEPT WRK-PARM-RET FROM SYSIN.                            00012940
             OPEN INPUT  MOVREJ MOV0106 MOV0106E MOV0106R CLINOVO       00012950
                         CADVSAM                                        00890240
                  OUTPUT RETAG1 RETAG2 RETAG3 RETOUT RESAG.             00012960
             PERFORM 5100-TESTAR-STATUS.                                00012970
             WRITE FD-RESAG FROM WRK-CABECALHO-RES.                     00012980
            MOVE FD-MOVREJ-TIPOMOV   TO WRK-RET-TIPOMOV                 00013240
            MOVE 'J'                 TO WRK-RET-DISPOSICAO              00013250
            MOVE FD-MOVREJ-MOTIVO    TO WRK-RET-MOTIVO                  00013260
            MOVE FD-MOVREJ-HISTORICO TO WRK-RET-HISTORICO               00880080
            MOVE ZEROS               TO WRK-RET-SALDO-NOVO.             00013270
            PERFORM 2800-GRAVAR-RETORNO.                                00013280
            READ MOVREJ                                                 00013290
            MOVE FD-MOV0106-MOVIMENTO TO WRK-RET-MOVIMENTO              00013490
            MOVE FD-MOV0106-VALORMOV-X TO WRK-RET-VALORMOV              00013500
            MOVE FD-MOV0106-TIPOMOV   TO WRK-RET-TIPOMOV                00013510
            MOVE FD-MOV0106-HISTORICO TO WRK-RET-HISTORICO              00880090
            MOVE ZEROS                TO WRK-RET-SALDO-NOVO.            00013520
            EVALUATE TRUE                                               00013530
             WHEN FD-MOV0106E-CHAVE EQUAL FD-MOV0106-CHAVE AND          00013540
      *--------------------------------------------------------------   00013820
       2600-99-FIM.                              EXIT.                  00013830
      *--------------------------------------------------------------   00013840
      ***************************************************************   00890250
      *   B U S C A R   C A D A S T R O   D O   T I T U L A R       *   00890260
      ***************************************************************   00890270
      * SO RELE O CADVSAM QUANDO A CONTA MUDA. CONTA SEM CADASTRO   *   00890280
      * (REJEITADO DE CONTA INEXISTENTE, POR EXEMPLO) VOLTA COM A   *   00890290
      * IDENTIFICACAO EM BRANCO.                                    *   00890300
      *--------------------------------------------------------------   00890310
       2700-BUSCAR-CADASTRO                      SECTION.               00890320
      *--------------------------------------------------------------   00890330
            IF WRK-REG-RETORNO (1:8) NOT EQUAL WRK-CHAVE-CAD            00890340
              MOVE WRK-REG-RETORNO (1:8) TO WRK-CHAVE-CAD               00890350
              MOVE WRK-CHAVE-CAD         TO REG-CAD-CHAVE               00890360
              READ CADVSAM                                              00890370
                INVALID KEY                                             00890380
                  MOVE SPACES TO WRK-CAD-IDENTIFICACAO                  00890390
                NOT INVALID KEY                                         00890400
                  MOVE REG-CAD-IDENTIFICACAO TO WRK-CAD-IDENTIFICACAO   00890410
              END-READ                                                  00890420
            END-IF.                                                     00890430
            IF WRK-CAD-IDENTIFICACAO EQUAL SPACES                       00890440
              ADD 1 TO WRK-SEM-CADASTRO                                 00890450
            END-IF.                                                     00890460
      *--------------------------------------------------------------   00890470
       2700-99-FIM.                              EXIT.                  00890480
      *--------------------------------------------------------------   00890490
      ***************************************************************   00013850
      *   G R A V A R   O   R E T O R N O                           *   00013860
      ***************************************************************   00013870
      *--------------------------------------------------------------   00013880
       2800-GRAVAR-RETORNO                       SECTION.               00013890
      *--------------------------------------------------------------   00013900
            PERFORM 2700-BUSCAR-CADASTRO.                               00890500
            MOVE WRK-CAD-IDENTIFICACAO TO WRK-RET-IDENTIFICACAO.        00890510
            EVALUATE WRK-RET-AGENCIA                                    00013910
             WHEN WRK-PARM-AG1                                          00013920
               WRITE FD-RETAG1 FROM WRK-REG-RETORNO                     00013930
            PERFORM 3100-GRAVAR-RESUMO-AGENCIA                          00014670
               UNTIL WRK-IND GREATER WRK-AG-QTDE.                       00014680
            CLOSE MOVREJ MOV0106 MOV0106E MOV0106R CLINOVO              00014690
                  RETAG1 RETAG2 RETAG3 RETOUT RESAG                     00014700
                  CADVSAM.                                              00890520
            DISPLAY ' '.                                                00014710
            DISPLAY 'MOVIMENTOS RETORNADOS         : ' WRK-RETORNADOS.  00014720
            DISPLAY 'AGENCIAS NO RETORNO           : ' WRK-AG-QTDE.     00014730
            DISPLAY 'RETORNOS SEM CADASTRO TITULAR : ' WRK-SEM-CADASTRO.00890530
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00014740
      *--------------------------------------------------------------   00014750
       3000-99-FIM.                              EXIT.                  00014760
               MOVE 'ERRO NO OPEN RESAG'   TO WRK-MENSAGEM              00015420
               MOVE WRK-FS-RESAG           TO WRK-STATUS                00015430
                 PERFORM 6000-TRATA-ERROS                               00015440
             WHEN WRK-FS-CADVSAM NOT EQUAL 0                            00890540
               MOVE 'FR16RT01'             TO WRK-PROGRAMA              00890550
               MOVE '5100'                 TO WRK-SECAO                 00890560
               MOVE 'ERRO NO OPEN CADVSAM' TO WRK-MENSAGEM              00890570
               MOVE WRK-FS-CADVSAM         TO WRK-STATUS                00890580
                 PERFORM 6000-TRATA-ERROS                               00890590
            END-EVALUATE.                                               00015450
      *--------------------------------------------------------------   00015460
       5100-99-FIM.                              EXIT.                  00015470
