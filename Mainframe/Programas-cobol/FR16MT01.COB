      *                 DE DELTAS NO LAYOUT DO FR16VS01 MODO 2,     *   00010250
      *                 PARA AS MESMAS ALTERACOES CHEGAREM AO       *   00010260
      *                 CLIEVSAM SEM RECARGA TOTAL.                 *   00010270
      *                 A ABERTURA SO E ACEITA COM O TITULAR JA NO  *   00050010
      *                 CADASTRO DE IDENTIFICACAO (CADVSAM, #CADREG,*   00050020
      *                 MANTIDO PELO FR16CD01 NO MANUTCAD) E COM O  *   00050030
      *                 CADASTRO ATIVO.                             *   00050040
      *                 NO ENCERRAMENTO O CADASTRO DO TITULAR FICA  *   00060000
      *                 MARCADO ENCERRADO (SITUACAO E) COM A DATA,  *   00060010
      *                 DE ONDE CORRE O PRAZO DE RETENCAO DA LGPD   *   00060020
      *                 (FR16LG01, JOB LGPDRET).                    *   00060030
      *-------------------------------------------------------------*   00010280
      *   ARQUIVOS...:                                              *   00010290
      *    DDNAME              I/O                                  *   00010300
      *    CLIMESN              O                                   *   00010340
      *    DELTAS               O (LAYOUT DO FR16VS01 MODO 2)       *   00010350
      *    RELMT                O                                   *   00010360
      *    CADVSAM              I-O                                 *   00050050
      *-------------------------------------------------------------*   00010370
      *   MODULOS....:                             INCLUDE/BOOK     *   00010380
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010390
                                                                        00010690
            SELECT RELMT     ASSIGN TO RELMT                            00010700
                FILE STATUS  IS WRK-FS-RELMT.                           00010710
                                                                        00050060
            SELECT CADVSAM   ASSIGN TO CADVSAM                          00050070
                ORGANIZATION IS INDEXED                                 00050080
                ACCESS MODE IS RANDOM                                   00050090
                RECORD KEY IS REG-CAD-CHAVE                             00050100
                FILE STATUS  IS WRK-FS-CADVSAM.                         00050110
      *=============================================================*   00010720
       DATA                                      DIVISION.              00010730
      *=============================================================*   00010740
           RECORDING  MODE IS F.                                        00011430
                                                                        00011440
       01 FD-RELMT           PIC X(080).                                00011450
                                                                        00050130
       FD CADVSAM.                                                      00050140
                                                                        00050150
       COPY '#CADREG'.                                                  00050160
      *-------------------------------------------------------------*   00011460
       WORKING-STORAGE                           SECTION.               00011470
      *-------------------------------------------------------------*   00011480
       77 WRK-FS-CLIMESN    PIC 9(02).                                  00011640
       77 WRK-FS-DELTAS     PIC 9(02).                                  00011650
       77 WRK-FS-RELMT      PIC 9(02).                                  00011660
       77 WRK-FS-CADVSAM    PIC 9(02).                                  00050170
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011670
       77 WRK-CARTOES-LIDOS PIC 9(05) VALUE ZEROS.                      00011680
       77 WRK-ABERTAS       PIC 9(05) VALUE ZEROS.                      00011690
               GIVING CADORD.                                           00012310
                                                                        00012320
             OPEN INPUT  CLIENTES CADORD                                00012330
                  I-O   CADVSAM                                         00050180
                  OUTPUT CLIMESN DELTAS RELMT.                          00012340
             PERFORM 5100-TESTAR-STATUS.                                00012350
             WRITE FD-RELMT FROM WRK-CABECALHO-MT.                      00012360
                   MOVE SPACES      TO WRK-MT-MOTIVO                    00013080
                   PERFORM 2600-GRAVAR-LINHA                            00013090
                   ADD 1 TO WRK-ENCERRADAS                              00013100
                   PERFORM 2360-ENCERRAR-TITULAR                        00060050
                 END-IF                                                 00013110
               END-IF                                                   00013120
             WHEN CAD-TIPO-NOME                                         00013130
               END-IF                                                   00013530
               PERFORM 2500-GRAVAR-REJEITO                              00013540
             WHEN CAD-TIPO-ABERTURA                                     00013550
               MOVE SPACES TO WRK-MOTIVO                                00050190
               IF FD-CAD-NOME EQUAL SPACES                              00013560
                 MOVE 'NOME NAO INFORMADO' TO WRK-MOTIVO                00013570
               ELSE                                                     00050200
                 PERFORM 2350-CONFERIR-TITULAR                          00050210
               END-IF                                                   00050220
               IF WRK-MOTIVO NOT EQUAL SPACES                           00050230
                 PERFORM 2500-GRAVAR-REJEITO                            00013580
               ELSE                                                     00013590
                 MOVE FD-CAD-AGENCIA TO FD-CLIMESN-AGENCIA              00013600
      *--------------------------------------------------------------   00013880
       2300-99-FIM.                              EXIT.                  00013890
      *--------------------------------------------------------------   00013900
      ***************************************************************   00050240
      *   C O N F E R I R   T I T U L A R   D A   A B E R T U R A   *   00050250
      ***************************************************************   00050260
      * A CONTA SO E ABERTA COM O TITULAR NO CADASTRO DE            *   00050270
      * IDENTIFICACAO (CPF/CNPJ JA CONFERIDO PELO FR16CD01) E COM O *   00050280
      * CADASTRO ATIVO; SENAO O MOTIVO FICA EM WRK-MOTIVO.          *   00050290
      *--------------------------------------------------------------   00050300
       2350-CONFERIR-TITULAR                     SECTION.               00050310
      *--------------------------------------------------------------   00050320
            MOVE FD-CAD-CHAVE TO REG-CAD-CHAVE.                         00050330
            READ CADVSAM                                                00050340
              INVALID KEY                                               00050350
                MOVE 'SEM CADASTRO DE TITULAR' TO WRK-MOTIVO            00050360
              NOT INVALID KEY                                           00050370
                IF NOT REG-CAD-ATIVO                                    00050380
                  MOVE 'CADASTRO NAO ATIVO' TO WRK-MOTIVO               00050390
                END-IF                                                  00050400
            END-READ.                                                   00050410
      *--------------------------------------------------------------   00050420
       2350-99-FIM.                              EXIT.                  00050430
      *--------------------------------------------------------------   00050440
      ***************************************************************   00060060
      *   E N C E R R A R   C A D A S T R O   D O   T I T U L A R   *   00060070
      ***************************************************************   00060080
      * A CONTA ENCERRADA SAI DO MESTRE, MAS O CADASTRO DO TITULAR  *   00060090
      * FICA, MARCADO ENCERRADO E COM A DATA DO ENCERRAMENTO, PARA  *   00060100
      * A RETENCAO DA LGPD (FR16LG01) CONTAR O PRAZO. CONTA ANTIGA  *   00060110
      * SEM CADASTRO NAO TEM O QUE MARCAR.                          *   00060120
      *--------------------------------------------------------------   00060130
       2360-ENCERRAR-TITULAR                     SECTION.               00060140
      *--------------------------------------------------------------   00060150
            MOVE FD-CAD-CHAVE TO REG-CAD-CHAVE.                         00060160
            READ CADVSAM                                                00060170
              INVALID KEY                                               00060180
                CONTINUE                                                00060190
              NOT INVALID KEY                                           00060200
                MOVE 'E'           TO REG-CAD-SITUACAO                  00060210
                MOVE WRK-DATA-PROC TO REG-CAD-DATA-ALT                  00060220
                MOVE 'FR16MT01'    TO REG-CAD-OPERADOR                  00060230
                REWRITE REG-CAD                                         00060240
                IF WRK-FS-CADVSAM NOT EQUAL 0                           00060250
                  MOVE 'FR16MT01'             TO WRK-PROGRAMA           00060260
                  MOVE '2360'                 TO WRK-SECAO              00060270
                  MOVE 'ERRO NO REWRITE CADVSAM' TO WRK-MENSAGEM        00060280
                  MOVE WRK-FS-CADVSAM         TO WRK-STATUS             00060290
                  PERFORM 6000-TRATA-ERROS                              00060300
                END-IF                                                  00060310
            END-READ.                                                   00060320
      *--------------------------------------------------------------   00060330
       2360-99-FIM.                              EXIT.                  00060340
      *--------------------------------------------------------------   00060350
      ***************************************************************   00013910
      *       G R A V A R   D E L T A                               *   00013920
      ***************************************************************   00013930
            MOVE WRK-DELTAS-QTDE  TO REG-CTL-QTDE.                      00040270
            MOVE WRK-DELTAS-VALOR TO REG-CTL-VALOR.                     00040280
            WRITE REG-CONTROLE.                                         00040290
            CLOSE CLIENTES CADORD CLIMESN DELTAS RELMT                  00014630
                  CADVSAM.                                              00050450
            DISPLAY ' '.                                                00014640
            DISPLAY 'CARTOES LIDOS                 : '                  00014650
                    WRK-CARTOES-LIDOS.                                  00014660
               MOVE 'ERRO NO OPEN RELMT'   TO WRK-MENSAGEM              00015140
               MOVE WRK-FS-RELMT           TO WRK-STATUS                00015150
                 PERFORM 6000-TRATA-ERROS                               00015160
             WHEN WRK-FS-CADVSAM NOT EQUAL 0                            00050460
               MOVE 'FR16MT01'             TO WRK-PROGRAMA              00050470
               MOVE '5100'                 TO WRK-SECAO                 00050480
               MOVE 'ERRO NO OPEN CADVSAM' TO WRK-MENSAGEM              00050490
               MOVE WRK-FS-CADVSAM         TO WRK-STATUS                00050500
                 PERFORM 6000-TRATA-ERROS                               00050510
            END-EVALUATE.                                               00015170
      *--------------------------------------------------------------   00015180
       5100-99-FIM.                              EXIT.                  00015190
