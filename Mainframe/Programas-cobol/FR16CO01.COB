      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16CO01.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16CO01.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: MOVIMENTACAO SUSPEITA E DE VALOR ALTO PARA  *   00010150
      *                 O OFICIAL DE COMPLIANCE (COAF). LE O        *   00010160
      *                 HISTORICO DE MOVIMENTOS POSTADOS RETIDO NO  *   00010170
      *                 MOVVSAM (CARGA DO FR16VS04), CONTA A CONTA, *   00010180
      *                 NA JANELA DAS ULTIMAS JANELA-DIAS NOITES    *   00010190
      *                 ATE A DATA DA EXECUCAO (RUNCTL), E APONTA:  *   00010200
      *                 VL - MOVIMENTO DA NOITE IGUAL OU ACIMA DO   *   00010210
      *                      VALOR-LIMITE;                          *   00010220
      *                 FR - FRACIONAMENTO: FRAC-QTDE OU MAIS       *   00010230
      *                      CREDITOS NA JANELA ATE FRAC-FAIXA-PCT  *   00010240
      *                      POR CENTO ABAIXO DO VALOR-LIMITE;      *   00010250
      *                 DM - CONTA QUE ESTAVA DORMENTE NO MESTRE DO *   00010260
      *                      INICIO DA JANELA (CLIBASE) E RECEBEU   *   00010270
      *                      DORM-VALOR OU MAIS, TENDO MOVIMENTADO  *   00010280
      *                      PARA FORA DORM-SAIDA-PCT POR CENTO OU  *   00010290
      *                      MAIS DO QUE RECEBEU;                   *   00010300
      *                 FU - CONTA VINCULADA A FUNCIONARIO PELO     *   00010310
      *                      FUNCLINK COM VOLUME (CREDITOS MAIS     *   00010320
      *                      DEBITOS, FORA O SALARIO - HISTORICO    *   00010330
      *                      005) IGUAL OU ACIMA DE FUNC-VOLUME.    *   00010340
      *                 FR, DM E FU SO SAO APONTADOS QUANDO A CONTA *   00010350
      *                 MOVIMENTOU NA NOITE, PARA O MESMO CASO NAO  *   00010360
      *                 VOLTAR TODA NOITE SEM FATO NOVO. LIMITES E  *   00010370
      *                 JANELA VEM DO PARMRUN (VALORES EM REAIS,    *   00010380
      *                 SEM CENTAVOS); A JANELA NAO PODE PASSAR DA  *   00010390
      *                 RETENCAO DO MOVVSAM (CARGAMOV). SAI O       *   00010400
      *                 RELATORIO DE CASOS (RELCOAF) E O ARQUIVO    *   00010410
      *                 DE COMUNICACAO (COAFEXT, LAYOUT #COAFREG    *   00010420
      *                 COM HEADER/TRAILER #CTLREG). RETURN-CODE 4  *   00010430
      *                 QUANDO HOUVER CASO APONTADO.                *   00010440
      *-------------------------------------------------------------*   00010450
      *   ARQUIVOS...:                                              *   00010460
      *    DDNAME              I/O                                  *   00010470
      *    PARMRUN              I                                   *   00010480
      *    RUNCTL               I                                   *   00010490
      *    MOVVSAM              I                                   *   00010500
      *    CLIBASE              I                                   *   00010510
      *    FUNCORD              I  (FUNCLINK EM AGENCIA+CONTA)      *   00010520
      *    COAFEXT              O                                   *   00010530
      *    RELCOAF              O                                   *   00010540
      *-------------------------------------------------------------*   00010550
      *   MODULOS....:                             INCLUDE/BOOK     *   00010560
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010570
      *=============================================================*   00010580
                                                                        00010590
      *=============================================================*   00010600
       ENVIRONMENT                               DIVISION.              00010610
      *=============================================================*   00010620
      *-------------------------------------------------------------*   00010630
       CONFIGURATION                             SECTION.               00010640
      *-------------------------------------------------------------*   00010650
       SPECIAL-NAMES.                                                   00010660
           DECIMAL-POINT IS COMMA.                                      00010670
                                                                        00010680
       INPUT-OUTPUT                              SECTION.               00010690
       FILE-CONTROL.                                                    00010700
            SELECT PARMRUN  ASSIGN TO PARMRUN                           00010710
                FILE STATUS  IS WRK-FS-PARMRUN.                         00010720
                                                                        00010730
            SELECT RUNCTL   ASSIGN TO RUNCTL                            00010740
                FILE STATUS  IS WRK-FS-RUNCTL.                          00010750
                                                                        00010760
            SELECT MOVVSAM  ASSIGN TO MOVVSAM                           00010770
                ORGANIZATION IS INDEXED                                 00010780
                ACCESS MODE IS SEQUENTIAL                               00010790
                RECORD KEY IS REG-MOVH-CHAVE                            00010800
                FILE STATUS  IS WRK-FS-MOVVSAM.                         00010810
                                                                        00010820
            SELECT CLIBASE  ASSIGN TO CLIBASE                           00010830
                FILE STATUS  IS WRK-FS-CLIBASE.                         00010840
                                                                        00010850
            SELECT FUNCORD  ASSIGN TO FUNCORD                           00010860
                FILE STATUS  IS WRK-FS-FUNCORD.                         00010870
                                                                        00010880
            SELECT COAFEXT  ASSIGN TO COAFEXT                           00010890
                FILE STATUS  IS WRK-FS-COAFEXT.                         00010900
                                                                        00010910
            SELECT RELCOAF  ASSIGN TO RELCOAF                           00010920
                FILE STATUS  IS WRK-FS-RELCOAF.                         00010930
      *=============================================================*   00010940
       DATA                                      DIVISION.              00010950
      *=============================================================*   00010960
       FILE                                      SECTION.               00010970
      *-------------------------------------------------------------*   00010980
                                                                        00010990
       FD PARMRUN                                                       00011000
          RECORDING  MODE IS F.                                         00011010
                                                                        00011020
       01 FD-PARMRUN.                                                   00011030
          05 FD-PRM-CHAVE      PIC X(16).                               00011040
          05 FD-PRM-IGUAL      PIC X(01).                               00011050
          05 FD-PRM-VALOR      PIC 9(08).                               00011060
          05 FILLER            PIC X(55).                               00011070
                                                                        00011080
       FD RUNCTL                                                        00011090
          RECORDING  MODE IS F.                                         00011100
                                                                        00011110
       01 FD-RUNCTL.                                                    00011120
          05 FD-RUN-DATA       PIC 9(08).                               00011130
          05 FD-RUN-NSEQ       PIC 9(03).                               00011140
                                                                        00011150
       FD MOVVSAM                                                       00011160
           RECORDING MODE IS F.                                         00011170
                                                                        00011180
       COPY '#MOVHREG'.                                                 00011190
                                                                        00011200
      * MESTRE DO INICIO DA JANELA: A SITUACAO DA CONTA ANTES DE O      00011210
      * PRIMEIRO MOVIMENTO DA JANELA A REATIVAR.                        00011220
       FD CLIBASE                                                       00011230
           RECORDING MODE IS F                                          00011240
           BLOCK CONTAINS 0 RECORDS.                                    00011250
                                                                        00011260
       COPY '#CLIMST'.                                                  00011270
                                                                        00011280
       FD FUNCORD                                                       00011290
           RECORDING MODE IS F                                          00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011310
                                                                        00011320
       01 FD-FUNCORD.                                                   00011330
          05 FD-LINK-ID        PIC 9(05).                               00011340
          05 FD-LINK-CHAVE.                                             00011350
             10 FD-LINK-AGENCIA   PIC X(04).                            00011360
             10 FD-LINK-CONTA     PIC X(04).                            00011370
                                                                        00011380
       FD COAFEXT                                                       00011390
          RECORDING  MODE IS F                                          00011400
          BLOCK CONTAINS 0 RECORDS.                                     00011410
                                                                        00011420
       COPY '#COAFREG'.                                                 00011430
                                                                        00011440
      * SEGUNDA VISAO DO MESMO REGISTRO: HEADER/TRAILER DE CONTROLE     00011450
      * DA COMUNICACAO (#CTLREG).                                       00011460
       COPY '#CTLREG'.                                                  00011470
                                                                        00011480
       FD RELCOAF                                                       00011490
          RECORDING  MODE IS F.                                         00011500
                                                                        00011510
       01 FD-RELCOAF        PIC X(132).                                 00011520
      *-------------------------------------------------------------*   00011530
       WORKING-STORAGE                           SECTION.               00011540
      *-------------------------------------------------------------*   00011550
                                                                        00011560
      *-------------------------------------------------------------*   00011570
       01 FILLER PIC X(45) VALUE                                        00011580
              '------------------#GLOG----------------------'.          00011590
      *-------------------------------------------------------------*   00011600
                                                                        00011610
       COPY '#GLOG'.                                                    00011620
                                                                        00011630
      *-------------------------------------------------------------*   00011640
       01 FILLER PIC X(45) VALUE                                        00011650
              '-----------DADOS E FILE STATUS---------------'.          00011660
      *-------------------------------------------------------------*   00011670
       77 WRK-FS-PARMRUN    PIC 9(02).                                  00011680
       77 WRK-FS-RUNCTL     PIC 9(02).                                  00011690
       77 WRK-FS-MOVVSAM    PIC 9(02).                                  00011700
       77 WRK-FS-CLIBASE    PIC 9(02).                                  00011710
       77 WRK-FS-FUNCORD    PIC 9(02).                                  00011720
       77 WRK-FS-COAFEXT    PIC 9(02).                                  00011730
       77 WRK-FS-RELCOAF    PIC 9(02).                                  00011740
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011750
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00011760
       77 WRK-NSEQ-RUN      PIC 9(03) VALUE ZEROS.                      00011770
       77 WRK-DIA-HOJE      PIC S9(09) COMP VALUE ZEROS.                00011780
       77 WRK-DIA-INICIO    PIC S9(09) COMP VALUE ZEROS.                00011790
       77 WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.                      00011800
       77 WRK-LIDOS         PIC 9(07) VALUE ZEROS.                      00011810
       77 WRK-NA-JANELA     PIC 9(07) VALUE ZEROS.                      00011820
       77 WRK-CONTAS        PIC 9(07) VALUE ZEROS.                      00011830
       77 WRK-OCORRENCIAS   PIC 9(07) VALUE ZEROS.                      00011840
       77 WRK-VALOR-ARQUIVO PIC 9(13)V99 VALUE ZEROS.                   00011850
       77 WRK-QTDE-VL       PIC 9(05) VALUE ZEROS.                      00011860
       77 WRK-QTDE-FR       PIC 9(05) VALUE ZEROS.                      00011870
       77 WRK-QTDE-DM       PIC 9(05) VALUE ZEROS.                      00011880
       77 WRK-QTDE-FU       PIC 9(05) VALUE ZEROS.                      00011890
       77 WRK-HIS-SALARIO   PIC 9(03) VALUE 005.                        00011900
                                                                        00011910
      *----------------LIMITES E JANELA (PARMRUN)-----------------*     00011920
      * PALAVRAS-CHAVE DO PARMRUN E VALORES PADRAO, USADOS QUANDO  *    00011930
      * A PALAVRA NAO VEM NO CARTAO. VALORES EM REAIS.             *    00011940
       77 WRK-PRM-VALOR-LIMITE  PIC 9(08) VALUE 00050000.               00011950
       77 WRK-PRM-JANELA-DIAS   PIC 9(08) VALUE 00000007.               00011960
       77 WRK-PRM-FRAC-FAIXA    PIC 9(08) VALUE 00000010.               00011970
       77 WRK-PRM-FRAC-QTDE     PIC 9(08) VALUE 00000003.               00011980
       77 WRK-PRM-DORM-VALOR    PIC 9(08) VALUE 00010000.               00011990
       77 WRK-PRM-DORM-SAIDA    PIC 9(08) VALUE 00000080.               00012000
       77 WRK-PRM-FUNC-VOLUME   PIC 9(08) VALUE 00030000.               00012010
                                                                        00012020
      * OS MESMOS LIMITES COM CENTAVOS, PARA COMPARAR COM O VALORMOV.   00012030
       77 WRK-LIMITE        PIC 9(08)V99 VALUE ZEROS.                   00012040
       77 WRK-FRAC-MINIMO   PIC 9(08)V99 VALUE ZEROS.                   00012050
       77 WRK-DORM-MINIMO   PIC 9(13)V99 VALUE ZEROS.                   00012060
       77 WRK-FUNC-MINIMO   PIC 9(13)V99 VALUE ZEROS.                   00012070
                                                                        00012080
      *-------------------------------------------------------------*   00012090
       01 FILLER PIC X(45) VALUE                                        00012100
              '-----------CONTA CORRENTE DA LEITURA---------'.          00012110
      *-------------------------------------------------------------*   00012120
       01 WRK-CONTA-ATUAL.                                              00012130
          05 WRK-CTA-AGENCIA   PIC X(04) VALUE SPACES.                  00012140
          05 WRK-CTA-CONTA     PIC X(04) VALUE SPACES.                  00012150
       77 WRK-CTA-NOME      PIC X(30) VALUE SPACES.                     00012160
       77 WRK-CTA-FUNC-ID   PIC 9(05) VALUE ZEROS.                      00012170
       77 WRK-SW-DORMENTE   PIC X(01) VALUE 'N'.                        00012180
           88 WRK-ERA-DORMENTE         VALUE 'S'.                       00012190
       77 WRK-SW-FUNCIONARIO PIC X(01) VALUE 'N'.                       00012200
           88 WRK-E-FUNCIONARIO        VALUE 'S'.                       00012210
       77 WRK-SW-NOITE      PIC X(01) VALUE 'N'.                        00012220
           88 WRK-MOVIMENTOU-NA-NOITE  VALUE 'S'.                       00012230
       77 WRK-SW-FRAC-NOITE PIC X(01) VALUE 'N'.                        00012240
           88 WRK-FRACIONOU-NA-NOITE   VALUE 'S'.                       00012250
       77 WRK-CTA-PRIMEIRA-DATA PIC 9(08) VALUE ZEROS.                  00012260
       77 WRK-CTA-QTDE      PIC 9(05) VALUE ZEROS.                      00012270
       77 WRK-CTA-CREDITOS  PIC 9(13)V99 VALUE ZEROS.                   00012280
       77 WRK-CTA-DEBITOS   PIC 9(13)V99 VALUE ZEROS.                   00012290
       77 WRK-CTA-VOLUME    PIC 9(13)V99 VALUE ZEROS.                   00012300
       77 WRK-CTA-QTDE-VOL  PIC 9(05) VALUE ZEROS.                      00012310
       77 WRK-FRAC-QTDE     PIC 9(05) VALUE ZEROS.                      00012320
       77 WRK-FRAC-VALOR    PIC 9(13)V99 VALUE ZEROS.                   00012330
       77 WRK-FRAC-PRIMEIRA PIC 9(08) VALUE ZEROS.                      00012340
       77 WRK-SAIDA-MINIMA  PIC 9(13)V99 VALUE ZEROS.                   00012350
                                                                        00012360
      *-------------------------------------------------------------*   00012370
       01 FILLER PIC X(45) VALUE                                        00012380
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012390
      *-------------------------------------------------------------*   00012400
       01 WRK-CABECALHO-COAF.                                           00012410
          05 FILLER               PIC X(46) VALUE                       00012420
                    'MOVIMENTACAO SUSPEITA (COAF)        - FR16CO01'.   00012430
          05 FILLER               PIC X(08) VALUE '   DATA '.           00012440
          05 WRK-CAB-DATA-PROC    PIC 9(08).                            00012450
          05 FILLER               PIC X(01) VALUE '/'.                  00012460
          05 WRK-CAB-NSEQ-RUN     PIC 9(03).                            00012470
          05 FILLER               PIC X(10) VALUE '  JANELA '.          00012480
          05 WRK-CAB-DATA-INICIO  PIC 9(08).                            00012490
          05 FILLER               PIC X(03) VALUE ' A '.                00012500
          05 WRK-CAB-DATA-FIM     PIC 9(08).                            00012510
                                                                        00012520
       01 WRK-CABECALHO-COL.                                            00012530
          05 FILLER               PIC X(45) VALUE                       00012540
                    'OC AGEN CONTA NOME'.                               00012550
          05 FILLER               PIC X(45) VALUE                       00012560
                    '    DE       ATE   QTDE              VALOR S'.     00012570
          05 FILLER               PIC X(10) VALUE                       00012580
                    ' FUNC'.                                            00012590
                                                                        00012600
       01 WRK-LINHA-CASO.                                               00012610
          05 WRK-LCAS-TIPO        PIC X(02).                            00012620
          05 FILLER               PIC X(01) VALUE SPACES.               00012630
          05 WRK-LCAS-AGENCIA     PIC X(04).                            00012640
          05 FILLER               PIC X(01) VALUE SPACES.               00012650
          05 WRK-LCAS-CONTA       PIC X(04).                            00012660
          05 FILLER               PIC X(02) VALUE SPACES.               00012670
          05 WRK-LCAS-NOME        PIC X(30).                            00012680
          05 FILLER               PIC X(01) VALUE SPACES.               00012690
          05 WRK-LCAS-DATA-INI    PIC 9(08).                            00012700
          05 FILLER               PIC X(01) VALUE SPACES.               00012710
          05 WRK-LCAS-DATA-FIM    PIC 9(08).                            00012720
          05 FILLER               PIC X(01) VALUE SPACES.               00012730
          05 WRK-LCAS-QTDE        PIC ZZ.ZZ9.                           00012740
          05 FILLER               PIC X(01) VALUE SPACES.               00012750
          05 WRK-LCAS-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.               00012760
          05 FILLER               PIC X(01) VALUE SPACES.               00012770
          05 WRK-LCAS-SENTIDO     PIC X(01).                            00012780
          05 FILLER               PIC X(01) VALUE SPACES.               00012790
          05 WRK-LCAS-FUNC-ID     PIC X(05).                            00012800
          05 FILLER               PIC X(02) VALUE SPACES.               00012810
          05 WRK-LCAS-DESCRICAO   PIC X(30).                            00012820
                                                                        00012830
       01 WRK-LINHA-RESUMO.                                             00012840
          05 WRK-LRES-TEXTO       PIC X(40).                            00012850
          05 WRK-LRES-QTDE        PIC ZZ.ZZ9.                           00012860
                                                                        00012870
      *=============================================================*   00012880
       PROCEDURE                                 DIVISION.              00012890
      *=============================================================*   00012900
      ***************************************************************   00012910
      *          R O T I N A   P R I N C I P A L                    *   00012920
      ***************************************************************   00012930
      *--------------------------------------------------------------   00012940
       0000-PRINCIPAL                            SECTION.               00012950
      *--------------------------------------------------------------   00012960
             PERFORM 1000-INICIALIZAR.                                  00012970
             PERFORM 2000-PROCESSAR                                     00012980
                UNTIL WRK-FS-MOVVSAM EQUAL 10.                          00012990
             PERFORM 2500-FECHAR-CONTA.                                 00013000
             PERFORM 3000-FINALIZAR.                                    00013010
             STOP RUN.                                                  00013020
      *--------------------------------------------------------------   00013030
       0000-99-FIM.                              EXIT.                  00013040
      *--------------------------------------------------------------   00013050
      ***************************************************************   00013060
      *             I N I C I A L I Z A R                           *   00013070
      ***************************************************************   00013080
      *--------------------------------------------------------------   00013090
       1000-INICIALIZAR                          SECTION.               00013100
      *--------------------------------------------------------------   00013110
             PERFORM 1050-LER-PARAMETROS.                               00013120
             PERFORM 1100-IDENTIFICAR-RUN.                              00013130
             OPEN INPUT MOVVSAM CLIBASE FUNCORD                         00013140
                  OUTPUT COAFEXT RELCOAF.                               00013150
             PERFORM 5100-TESTAR-STATUS.                                00013160
             PERFORM 1400-GRAVAR-HEADER.                                00013170
             PERFORM 5400-LER-MOVVSAM.                                  00013180
             PERFORM 5500-LER-CLIBASE.                                  00013190
             PERFORM 5600-LER-FUNCORD.                                  00013200
      *--------------------------------------------------------------   00013210
       1000-99-FIM.                              EXIT.                  00013220
      *--------------------------------------------------------------   00013230
      ***************************************************************   00013240
      *       L E R   P A R A M E T R O S   (PARMRUN)               *   00013250
      ***************************************************************   00013260
      * MESMO CARTAO DO FR16EX04: PALAVRA-CHAVE NAS COLUNAS 1-16,   *   00013270
      * SINAL = NA 17 E VALOR DE 8 DIGITOS NAS 18-25. LINHA COM *   *   00013280
      * NA COLUNA 1 E COMENTARIO. OS VALORES EFETIVOS SAO ECOADOS   *   00013290
      * NO SYSOUT.                                                  *   00013300
      *-------------------------------------------------------------*   00013310
       1050-LER-PARAMETROS                       SECTION.               00013320
      *-------------------------------------------------------------*   00013330
            OPEN INPUT PARMRUN.                                         00013340
            IF WRK-FS-PARMRUN NOT EQUAL 0                               00013350
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00013360
               MOVE '1050'                 TO WRK-SECAO                 00013370
               MOVE 'ERRO NO OPEN PARMRUN' TO WRK-MENSAGEM              00013380
               MOVE WRK-FS-PARMRUN         TO WRK-STATUS                00013390
               PERFORM 6000-TRATA-ERROS                                 00013400
            END-IF.                                                     00013410
            READ PARMRUN                                                00013420
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00013430
            END-READ.                                                   00013440
            PERFORM 1060-TRATAR-PARAMETRO THRU 1060-99-FIM              00013450
               UNTIL WRK-FS-PARMRUN EQUAL 10.                           00013460
            CLOSE PARMRUN.                                              00013470
            IF WRK-PRM-FRAC-FAIXA NOT LESS 100 OR                       00013480
               WRK-PRM-DORM-SAIDA GREATER 100                           00013490
               DISPLAY 'PERCENTUAL FORA DE 1 A 100'                     00013500
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00013510
            END-IF.                                                     00013520
            MOVE WRK-PRM-VALOR-LIMITE TO WRK-LIMITE.                    00013530
            COMPUTE WRK-FRAC-MINIMO ROUNDED = WRK-LIMITE *              00013540
                    (100 - WRK-PRM-FRAC-FAIXA) / 100.                   00013550
            MOVE WRK-PRM-DORM-VALOR   TO WRK-DORM-MINIMO.               00013560
            MOVE WRK-PRM-FUNC-VOLUME  TO WRK-FUNC-MINIMO.               00013570
            DISPLAY 'LIMITES EFETIVOS DA EXECUCAO:'.                    00013580
            DISPLAY '  VALOR-LIMITE...: ' WRK-PRM-VALOR-LIMITE.         00013590
            DISPLAY '  JANELA-DIAS....: ' WRK-PRM-JANELA-DIAS.          00013600
            DISPLAY '  FRAC-FAIXA-PCT.: ' WRK-PRM-FRAC-FAIXA.           00013610
            DISPLAY '  FRAC-QTDE......: ' WRK-PRM-FRAC-QTDE.            00013620
            DISPLAY '  DORM-VALOR.....: ' WRK-PRM-DORM-VALOR.           00013630
            DISPLAY '  DORM-SAIDA-PCT.: ' WRK-PRM-DORM-SAIDA.           00013640
            DISPLAY '  FUNC-VOLUME....: ' WRK-PRM-FUNC-VOLUME.          00013650
      *-------------------------------------------------------------*   00013660
       1050-99-FIM.                               EXIT.                 00013670
      *-------------------------------------------------------------*   00013680
      *-------------------------------------------------------------*   00013690
       1060-TRATAR-PARAMETRO                     SECTION.               00013700
      *-------------------------------------------------------------*   00013710
            EVALUATE TRUE                                               00013720
             WHEN FD-PRM-CHAVE (1:1) EQUAL '*'                          00013730
               CONTINUE                                                 00013740
             WHEN FD-PRM-CHAVE EQUAL SPACES                             00013750
               CONTINUE                                                 00013760
             WHEN FD-PRM-CHAVE EQUAL 'VALOR-LIMITE'                     00013770
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013780
               MOVE FD-PRM-VALOR TO WRK-PRM-VALOR-LIMITE                00013790
             WHEN FD-PRM-CHAVE EQUAL 'JANELA-DIAS'                      00013800
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013810
               MOVE FD-PRM-VALOR TO WRK-PRM-JANELA-DIAS                 00013820
             WHEN FD-PRM-CHAVE EQUAL 'FRAC-FAIXA-PCT'                   00013830
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013840
               MOVE FD-PRM-VALOR TO WRK-PRM-FRAC-FAIXA                  00013850
             WHEN FD-PRM-CHAVE EQUAL 'FRAC-QTDE'                        00013860
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013870
               MOVE FD-PRM-VALOR TO WRK-PRM-FRAC-QTDE                   00013880
             WHEN FD-PRM-CHAVE EQUAL 'DORM-VALOR'                       00013890
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013900
               MOVE FD-PRM-VALOR TO WRK-PRM-DORM-VALOR                  00013910
             WHEN FD-PRM-CHAVE EQUAL 'DORM-SAIDA-PCT'                   00013920
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013930
               MOVE FD-PRM-VALOR TO WRK-PRM-DORM-SAIDA                  00013940
             WHEN FD-PRM-CHAVE EQUAL 'FUNC-VOLUME'                      00013950
               PERFORM 1070-VALIDAR-VALOR THRU 1070-99-FIM              00013960
               MOVE FD-PRM-VALOR TO WRK-PRM-FUNC-VOLUME                 00013970
             WHEN OTHER                                                 00013980
               DISPLAY 'PARAMETRO DESCONHECIDO: ' FD-PRM-CHAVE          00013990
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00014000
            END-EVALUATE.                                               00014010
            READ PARMRUN                                                00014020
              AT END MOVE 10 TO WRK-FS-PARMRUN                          00014030
            END-READ.                                                   00014040
      *-------------------------------------------------------------*   00014050
       1060-99-FIM.                               EXIT.                 00014060
      *-------------------------------------------------------------*   00014070
      *-------------------------------------------------------------*   00014080
       1070-VALIDAR-VALOR                        SECTION.               00014090
      *-------------------------------------------------------------*   00014100
            IF FD-PRM-IGUAL NOT EQUAL '=' OR                            00014110
               FD-PRM-VALOR NOT NUMERIC                                 00014120
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00014130
            END-IF.                                                     00014140
            IF FD-PRM-VALOR EQUAL ZEROS                                 00014150
               PERFORM 1080-PARAMETRO-INVALIDO THRU 1080-99-FIM         00014160
            END-IF.                                                     00014170
      *-------------------------------------------------------------*   00014180
       1070-99-FIM.                               EXIT.                 00014190
      *-------------------------------------------------------------*   00014200
      *-------------------------------------------------------------*   00014210
       1080-PARAMETRO-INVALIDO                   SECTION.               00014220
      *-------------------------------------------------------------*   00014230
            MOVE 'FR16CO01'             TO WRK-PROGRAMA.                00014240
            MOVE '1060'                 TO WRK-SECAO.                   00014250
            MOVE 'PARAMETRO INVALIDO NO PARMRUN' TO WRK-MENSAGEM.       00014260
            MOVE WRK-FS-PARMRUN         TO WRK-STATUS.                  00014270
            PERFORM 6000-TRATA-ERROS.                                   00014280
      *-------------------------------------------------------------*   00014290
       1080-99-FIM.                               EXIT.                 00014300
      *-------------------------------------------------------------*   00014310
      ***************************************************************   00014320
      *   I D E N T I F I C A R   A   E X E C U C A O   (RUNCTL)    *   00014330
      ***************************************************************   00014340
      * A JANELA TERMINA NA DATA DA ULTIMA EXECUCAO DO BALANCE LINE *   00014350
      * E COMECA JANELA-DIAS - 1 DIAS ANTES.                        *   00014360
      *--------------------------------------------------------------   00014370
       1100-IDENTIFICAR-RUN                      SECTION.               00014380
      *--------------------------------------------------------------   00014390
            OPEN INPUT RUNCTL.                                          00014400
            IF WRK-FS-RUNCTL NOT EQUAL 0                                00014410
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00014420
               MOVE '1100'                 TO WRK-SECAO                 00014430
               MOVE 'ERRO NO OPEN RUNCTL'  TO WRK-MENSAGEM              00014440
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                00014450
               PERFORM 6000-TRATA-ERROS                                 00014460
            END-IF.                                                     00014470
            READ RUNCTL                                                 00014480
              AT END                                                    00014490
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00014500
               MOVE '1100'                 TO WRK-SECAO                 00014510
               MOVE 'RUNCTL VAZIO - BALANCE LINE NAO RODOU'             00014520
                                           TO WRK-MENSAGEM              00014530
               MOVE WRK-FS-RUNCTL          TO WRK-STATUS                00014540
               PERFORM 6000-TRATA-ERROS                                 00014550
            END-READ.                                                   00014560
            MOVE FD-RUN-DATA TO WRK-DATA-PROC.                          00014570
            MOVE FD-RUN-NSEQ TO WRK-NSEQ-RUN.                           00014580
            CLOSE RUNCTL.                                               00014590
            COMPUTE WRK-DIA-HOJE =                                      00014600
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-PROC).           00014610
            COMPUTE WRK-DIA-INICIO =                                    00014620
                    WRK-DIA-HOJE - WRK-PRM-JANELA-DIAS + 1.             00014630
            COMPUTE WRK-DATA-INICIO =                                   00014640
                    FUNCTION DATE-OF-INTEGER (WRK-DIA-INICIO).          00014650
            MOVE WRK-DATA-PROC   TO WRK-CAB-DATA-PROC                   00014660
                                    WRK-CAB-DATA-FIM.                   00014670
            MOVE WRK-NSEQ-RUN    TO WRK-CAB-NSEQ-RUN.                   00014680
            MOVE WRK-DATA-INICIO TO WRK-CAB-DATA-INICIO.                00014690
            DISPLAY '  DATA/SEQ DA EXECUCAO: ' WRK-DATA-PROC            00014700
                    '/' WRK-NSEQ-RUN.                                   00014710
            DISPLAY '  INICIO DA JANELA....: ' WRK-DATA-INICIO.         00014720
      *--------------------------------------------------------------   00014730
       1100-99-FIM.                              EXIT.                  00014740
      *--------------------------------------------------------------   00014750
      *--------------------------------------------------------------   00014760
       1400-GRAVAR-HEADER                        SECTION.               00014770
      *--------------------------------------------------------------   00014780
            MOVE SPACES        TO FD-COAF.                              00014790
            MOVE 'HDR'         TO REG-CTL-TIPO.                         00014800
            MOVE 'COAF'        TO REG-CTL-ORIGEM.                       00014810
            MOVE WRK-DATA-PROC TO REG-CTL-DATA-ARQ.                     00014820
            MOVE ZEROS         TO REG-CTL-QTDE REG-CTL-VALOR.           00014830
            WRITE REG-CONTROLE.                                         00014840
            WRITE FD-RELCOAF FROM WRK-CABECALHO-COAF.                   00014850
            MOVE SPACES TO FD-RELCOAF.                                  00014860
            WRITE FD-RELCOAF.                                           00014870
            WRITE FD-RELCOAF FROM WRK-CABECALHO-COL.                    00014880
      *--------------------------------------------------------------   00014890
       1400-99-FIM.                              EXIT.                  00014900
      *--------------------------------------------------------------   00014910
      ***************************************************************   00014920
      *               P R O C E S S A R                             *   00014930
      ***************************************************************   00014940
      * O MOVVSAM E LIDO NA ORDEM DA CHAVE (AGENCIA+CONTA+DATA+     *   00014950
      * SEQUENCIA); NA QUEBRA DE CONTA OS CASOS DA JANELA SAO       *   00014960
      * AVALIADOS (2500). MOVIMENTO ANTERIOR A JANELA SO E LIDO.    *   00014970
      *--------------------------------------------------------------   00014980
       2000-PROCESSAR                            SECTION.               00014990
      *--------------------------------------------------------------   00015000
            ADD 1 TO WRK-LIDOS.                                         00015010
            IF REG-MOVH-AGENCIA NOT EQUAL WRK-CTA-AGENCIA OR            00015020
               REG-MOVH-CONTA   NOT EQUAL WRK-CTA-CONTA                 00015030
              PERFORM 2500-FECHAR-CONTA                                 00015040
              PERFORM 2100-ABRIR-CONTA                                  00015050
            END-IF.                                                     00015060
            IF REG-MOVH-DATA NOT LESS WRK-DATA-INICIO AND               00015070
               REG-MOVH-DATA NOT GREATER WRK-DATA-PROC                  00015080
              ADD 1 TO WRK-NA-JANELA                                    00015090
              PERFORM 2200-ACUMULAR-MOVIMENTO                           00015100
            END-IF.                                                     00015110
            PERFORM 5400-LER-MOVVSAM.                                   00015120
      *--------------------------------------------------------------   00015130
       2000-99-FIM.                              EXIT.                  00015140
      *--------------------------------------------------------------   00015150
      ***************************************************************   00015160
      *   A B R I R   C O N T A                                     *   00015170
      ***************************************************************   00015180
      * CLIBASE E FUNCORD ESTAO NA MESMA ORDEM DO MOVVSAM: AVANCAM  *   00015190
      * ATE A CHAVE DA CONTA NOVA, COMO NO BALANCE LINE.            *   00015200
      *--------------------------------------------------------------   00015210
       2100-ABRIR-CONTA                          SECTION.               00015220
      *--------------------------------------------------------------   00015230
            MOVE REG-MOVH-AGENCIA TO WRK-CTA-AGENCIA.                   00015240
            MOVE REG-MOVH-CONTA   TO WRK-CTA-CONTA.                     00015250
            ADD 1 TO WRK-CONTAS.                                        00015260
            MOVE ZEROS  TO WRK-CTA-QTDE WRK-CTA-CREDITOS                00015270
                           WRK-CTA-DEBITOS WRK-CTA-VOLUME               00015280
                           WRK-CTA-QTDE-VOL WRK-FRAC-QTDE               00015290
                           WRK-FRAC-VALOR WRK-FRAC-PRIMEIRA             00015300
                           WRK-CTA-PRIMEIRA-DATA WRK-CTA-FUNC-ID.       00015310
            MOVE 'N'    TO WRK-SW-DORMENTE WRK-SW-FUNCIONARIO           00015320
                           WRK-SW-NOITE WRK-SW-FRAC-NOITE.              00015330
            MOVE SPACES TO WRK-CTA-NOME.                                00015340
            PERFORM 5500-LER-CLIBASE                                    00015350
               UNTIL FD-CLIENTES-CHAVE NOT LESS WRK-CONTA-ATUAL.        00015360
            IF FD-CLIENTES-CHAVE EQUAL WRK-CONTA-ATUAL                  00015370
              MOVE FD-CLIENTES-NOME TO WRK-CTA-NOME                     00015380
              IF FD-CLIENTES-DORMENTE                                   00015390
                MOVE 'S' TO WRK-SW-DORMENTE                             00015400
              END-IF                                                    00015410
            ELSE                                                        00015420
              MOVE 'CONTA ABERTA NA JANELA' TO WRK-CTA-NOME             00015430
            END-IF.                                                     00015440
            PERFORM 5600-LER-FUNCORD                                    00015450
               UNTIL FD-LINK-CHAVE NOT LESS WRK-CONTA-ATUAL.            00015460
            IF FD-LINK-CHAVE EQUAL WRK-CONTA-ATUAL                      00015470
              MOVE 'S'        TO WRK-SW-FUNCIONARIO                     00015480
              MOVE FD-LINK-ID TO WRK-CTA-FUNC-ID                        00015490
            END-IF.                                                     00015500
      *--------------------------------------------------------------   00015510
       2100-99-FIM.                              EXIT.                  00015520
      *--------------------------------------------------------------   00015530
      ***************************************************************   00015540
      *   A C U M U L A R   M O V I M E N T O   D A   J A N E L A   *   00015550
      ***************************************************************   00015560
      *--------------------------------------------------------------   00015570
       2200-ACUMULAR-MOVIMENTO                   SECTION.               00015580
      *--------------------------------------------------------------   00015590
            IF WRK-CTA-QTDE EQUAL ZEROS                                 00015600
              MOVE REG-MOVH-DATA TO WRK-CTA-PRIMEIRA-DATA               00015610
            END-IF.                                                     00015620
            ADD 1 TO WRK-CTA-QTDE.                                      00015630
            IF REG-MOVH-TIPOMOV EQUAL 'C'                               00015640
              ADD REG-MOVH-VALORMOV TO WRK-CTA-CREDITOS                 00015650
            ELSE                                                        00015660
              ADD REG-MOVH-VALORMOV TO WRK-CTA-DEBITOS                  00015670
            END-IF.                                                     00015680
            IF REG-MOVH-HISTORICO NOT EQUAL WRK-HIS-SALARIO             00015690
              ADD 1 TO WRK-CTA-QTDE-VOL                                 00015700
              ADD REG-MOVH-VALORMOV TO WRK-CTA-VOLUME                   00015710
            END-IF.                                                     00015720
            IF REG-MOVH-DATA EQUAL WRK-DATA-PROC                        00015730
              MOVE 'S' TO WRK-SW-NOITE                                  00015740
              IF REG-MOVH-VALORMOV NOT LESS WRK-LIMITE                  00015750
                PERFORM 2300-APONTAR-VALOR-ALTO                         00015760
              END-IF                                                    00015770
            END-IF.                                                     00015780
            IF REG-MOVH-TIPOMOV EQUAL 'C' AND                           00015790
               REG-MOVH-VALORMOV NOT LESS WRK-FRAC-MINIMO AND           00015800
               REG-MOVH-VALORMOV LESS WRK-LIMITE                        00015810
              IF WRK-FRAC-QTDE EQUAL ZEROS                              00015820
                MOVE REG-MOVH-DATA TO WRK-FRAC-PRIMEIRA                 00015830
              END-IF                                                    00015840
              ADD 1 TO WRK-FRAC-QTDE                                    00015850
              ADD REG-MOVH-VALORMOV TO WRK-FRAC-VALOR                   00015860
              IF REG-MOVH-DATA EQUAL WRK-DATA-PROC                      00015870
                MOVE 'S' TO WRK-SW-FRAC-NOITE                           00015880
              END-IF                                                    00015890
            END-IF.                                                     00015900
      *--------------------------------------------------------------   00015910
       2200-99-FIM.                              EXIT.                  00015920
      *--------------------------------------------------------------   00015930
      ***************************************************************   00015940
      *   V L  -  M O V I M E N T O   A C I M A   D O   L I M I T E *   00015950
      ***************************************************************   00015960
      *--------------------------------------------------------------   00015970
       2300-APONTAR-VALOR-ALTO                   SECTION.               00015980
      *--------------------------------------------------------------   00015990
            MOVE SPACES               TO FD-COAF.                       00016000
            MOVE 'VL'                 TO FD-COAF-TIPO-OCORR.            00016010
            MOVE REG-MOVH-DATA        TO FD-COAF-DATA-INI               00016020
                                         FD-COAF-DATA-FIM.              00016030
            MOVE 1                    TO FD-COAF-QTDE-MOV.              00016040
            MOVE REG-MOVH-VALORMOV    TO FD-COAF-VALOR.                 00016050
            MOVE REG-MOVH-TIPOMOV     TO FD-COAF-SENTIDO.               00016060
            MOVE REG-MOVH-MOVIMENTO   TO WRK-LCAS-DESCRICAO.            00016070
            ADD 1 TO WRK-QTDE-VL.                                       00016080
            PERFORM 2900-GRAVAR-OCORRENCIA.                             00016090
      *--------------------------------------------------------------   00016100
       2300-99-FIM.                              EXIT.                  00016110
      *--------------------------------------------------------------   00016120
      ***************************************************************   00016130
      *   F E C H A R   C O N T A                                   *   00016140
      ***************************************************************   00016150
      * FR, DM E FU SO QUANDO A CONTA TEVE MOVIMENTO NA NOITE; O FR *   00016160
      * AINDA EXIGE QUE UM DOS CREDITOS FRACIONADOS SEJA DA NOITE.  *   00016170
      *--------------------------------------------------------------   00016180
       2500-FECHAR-CONTA                         SECTION.               00016190
      *--------------------------------------------------------------   00016200
            IF WRK-CONTA-ATUAL NOT EQUAL SPACES AND                     00016210
               WRK-MOVIMENTOU-NA-NOITE                                  00016220
              IF WRK-FRACIONOU-NA-NOITE AND                             00016230
                 WRK-FRAC-QTDE NOT LESS WRK-PRM-FRAC-QTDE               00016240
                PERFORM 2600-APONTAR-FRACIONAMENTO                      00016250
              END-IF                                                    00016260
              IF WRK-ERA-DORMENTE AND                                   00016270
                 WRK-CTA-CREDITOS NOT LESS WRK-DORM-MINIMO              00016280
                COMPUTE WRK-SAIDA-MINIMA ROUNDED =                      00016290
                        WRK-CTA-CREDITOS * WRK-PRM-DORM-SAIDA / 100     00016300
                IF WRK-CTA-DEBITOS NOT LESS WRK-SAIDA-MINIMA            00016310
                  PERFORM 2700-APONTAR-DORMENTE                         00016320
                END-IF                                                  00016330
              END-IF                                                    00016340
              IF WRK-E-FUNCIONARIO AND                                  00016350
                 WRK-CTA-VOLUME NOT LESS WRK-FUNC-MINIMO                00016360
                PERFORM 2800-APONTAR-FUNCIONARIO                        00016370
              END-IF                                                    00016380
            END-IF.                                                     00016390
      *--------------------------------------------------------------   00016400
       2500-99-FIM.                              EXIT.                  00016410
      *--------------------------------------------------------------   00016420
      *--------------------------------------------------------------   00016430
       2600-APONTAR-FRACIONAMENTO                SECTION.               00016440
      *--------------------------------------------------------------   00016450
            MOVE SPACES               TO FD-COAF.                       00016460
            MOVE 'FR'                 TO FD-COAF-TIPO-OCORR.            00016470
            MOVE WRK-FRAC-PRIMEIRA    TO FD-COAF-DATA-INI.              00016480
            MOVE WRK-DATA-PROC        TO FD-COAF-DATA-FIM.              00016490
            MOVE WRK-FRAC-QTDE        TO FD-COAF-QTDE-MOV.              00016500
            MOVE WRK-FRAC-VALOR       TO FD-COAF-VALOR.                 00016510
            MOVE 'C'                  TO FD-COAF-SENTIDO.               00016520
            MOVE 'CREDITOS LOGO ABAIXO DO LIMITE' TO WRK-LCAS-DESCRICAO.00016530
            ADD 1 TO WRK-QTDE-FR.                                       00016540
            PERFORM 2900-GRAVAR-OCORRENCIA.                             00016550
      *--------------------------------------------------------------   00016560
       2600-99-FIM.                              EXIT.                  00016570
      *--------------------------------------------------------------   00016580
      *--------------------------------------------------------------   00016590
       2700-APONTAR-DORMENTE                     SECTION.               00016600
      *--------------------------------------------------------------   00016610
            MOVE SPACES               TO FD-COAF.                       00016620
            MOVE 'DM'                 TO FD-COAF-TIPO-OCORR.            00016630
            MOVE WRK-CTA-PRIMEIRA-DATA TO FD-COAF-DATA-INI.             00016640
            MOVE WRK-DATA-PROC        TO FD-COAF-DATA-FIM.              00016650
            MOVE WRK-CTA-QTDE         TO FD-COAF-QTDE-MOV.              00016660
            MOVE WRK-CTA-CREDITOS     TO FD-COAF-VALOR.                 00016670
            MOVE 'C'                  TO FD-COAF-SENTIDO.               00016680
            MOVE 'DORMENTE REATIVADA - SAIDA ALTA'                      00016690
                                      TO WRK-LCAS-DESCRICAO.            00016700
            ADD 1 TO WRK-QTDE-DM.                                       00016710
            PERFORM 2900-GRAVAR-OCORRENCIA.                             00016720
      *--------------------------------------------------------------   00016730
       2700-99-FIM.                              EXIT.                  00016740
      *--------------------------------------------------------------   00016750
      *--------------------------------------------------------------   00016760
       2800-APONTAR-FUNCIONARIO                  SECTION.               00016770
      *--------------------------------------------------------------   00016780
            MOVE SPACES               TO FD-COAF.                       00016790
            MOVE 'FU'                 TO FD-COAF-TIPO-OCORR.            00016800
            MOVE WRK-CTA-PRIMEIRA-DATA TO FD-COAF-DATA-INI.             00016810
            MOVE WRK-DATA-PROC        TO FD-COAF-DATA-FIM.              00016820
            MOVE WRK-CTA-QTDE-VOL     TO FD-COAF-QTDE-MOV.              00016830
            MOVE WRK-CTA-VOLUME       TO FD-COAF-VALOR.                 00016840
            MOVE SPACES               TO FD-COAF-SENTIDO.               00016850
            MOVE 'VOLUME ATIPICO DE FUNCIONARIO'  TO WRK-LCAS-DESCRICAO.00016860
            ADD 1 TO WRK-QTDE-FU.                                       00016870
            PERFORM 2900-GRAVAR-OCORRENCIA.                             00016880
      *--------------------------------------------------------------   00016890
       2800-99-FIM.                              EXIT.                  00016900
      *--------------------------------------------------------------   00016910
      ***************************************************************   00016920
      *   G R A V A R   O C O R R E N C I A                         *   00016930
      ***************************************************************   00016940
      * COMPLETA A OCORRENCIA MONTADA PELO APONTAMENTO, GRAVA NO    *   00016950
      * COAFEXT E IMPRIME A LINHA DO CASO NO RELCOAF.               *   00016960
      *--------------------------------------------------------------   00016970
       2900-GRAVAR-OCORRENCIA                    SECTION.               00016980
      *--------------------------------------------------------------   00016990
            MOVE WRK-CTA-AGENCIA      TO FD-COAF-AGENCIA.               00017000
            MOVE WRK-CTA-CONTA        TO FD-COAF-CONTA.                 00017010
            MOVE WRK-CTA-NOME         TO FD-COAF-NOME.                  00017020
            MOVE WRK-CTA-FUNC-ID      TO FD-COAF-FUNC-ID.               00017030
            MOVE WRK-DATA-PROC        TO FD-COAF-DATA-PROC.             00017040
            MOVE WRK-NSEQ-RUN         TO FD-COAF-NSEQ-RUN.              00017050
            WRITE FD-COAF.                                              00017060
            IF WRK-FS-COAFEXT NOT EQUAL 0                               00017070
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00017080
               MOVE '2900'                 TO WRK-SECAO                 00017090
               MOVE 'ERRO NA GRAVACAO DO COAFEXT' TO WRK-MENSAGEM       00017100
               MOVE WRK-FS-COAFEXT         TO WRK-STATUS                00017110
               PERFORM 6000-TRATA-ERROS                                 00017120
            END-IF.                                                     00017130
            ADD 1             TO WRK-OCORRENCIAS.                       00017140
            ADD FD-COAF-VALOR TO WRK-VALOR-ARQUIVO.                     00017150
            MOVE FD-COAF-TIPO-OCORR   TO WRK-LCAS-TIPO.                 00017160
            MOVE FD-COAF-AGENCIA      TO WRK-LCAS-AGENCIA.              00017170
            MOVE FD-COAF-CONTA        TO WRK-LCAS-CONTA.                00017180
            MOVE FD-COAF-NOME         TO WRK-LCAS-NOME.                 00017190
            MOVE FD-COAF-DATA-INI     TO WRK-LCAS-DATA-INI.             00017200
            MOVE FD-COAF-DATA-FIM     TO WRK-LCAS-DATA-FIM.             00017210
            MOVE FD-COAF-QTDE-MOV     TO WRK-LCAS-QTDE.                 00017220
            MOVE FD-COAF-VALOR        TO WRK-LCAS-VALOR.                00017230
            MOVE FD-COAF-SENTIDO      TO WRK-LCAS-SENTIDO.              00017240
            IF WRK-E-FUNCIONARIO                                        00017250
              MOVE WRK-CTA-FUNC-ID    TO WRK-LCAS-FUNC-ID               00017260
            ELSE                                                        00017270
              MOVE SPACES             TO WRK-LCAS-FUNC-ID               00017280
            END-IF.                                                     00017290
            WRITE FD-RELCOAF FROM WRK-LINHA-CASO.                       00017300
      *--------------------------------------------------------------   00017310
       2900-99-FIM.                              EXIT.                  00017320
      *--------------------------------------------------------------   00017330
      ***************************************************************   00017340
      *               F I N A L I Z A R                             *   00017350
      ***************************************************************   00017360
      *--------------------------------------------------------------   00017370
       3000-FINALIZAR                            SECTION.               00017380
      *--------------------------------------------------------------   00017390
            PERFORM 3100-GRAVAR-TRAILER.                                00017400
            PERFORM 3200-IMPRIMIR-RESUMO.                               00017410
            CLOSE MOVVSAM CLIBASE FUNCORD COAFEXT RELCOAF.              00017420
            DISPLAY ' '.                                                00017430
            DISPLAY 'MOVIMENTOS LIDOS NO MOVVSAM   : ' WRK-LIDOS.       00017440
            DISPLAY 'MOVIMENTOS NA JANELA          : ' WRK-NA-JANELA.   00017450
            DISPLAY 'CONTAS ANALISADAS             : ' WRK-CONTAS.      00017460
            DISPLAY 'VL - ACIMA DO LIMITE          : ' WRK-QTDE-VL.     00017470
            DISPLAY 'FR - FRACIONAMENTO            : ' WRK-QTDE-FR.     00017480
            DISPLAY 'DM - DORMENTE REATIVADA       : ' WRK-QTDE-DM.     00017490
            DISPLAY 'FU - FUNCIONARIO              : ' WRK-QTDE-FU.     00017500
            DISPLAY 'OCORRENCIAS GRAVADAS          : ' WRK-OCORRENCIAS. 00017510
            IF WRK-OCORRENCIAS GREATER ZEROS                            00017520
              MOVE 4 TO RETURN-CODE                                     00017530
            ELSE                                                        00017540
              MOVE 0 TO RETURN-CODE                                     00017550
            END-IF.                                                     00017560
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00017570
      *--------------------------------------------------------------   00017580
       3000-99-FIM.                              EXIT.                  00017590
      *--------------------------------------------------------------   00017600
      *--------------------------------------------------------------   00017610
       3100-GRAVAR-TRAILER                       SECTION.               00017620
      *--------------------------------------------------------------   00017630
            MOVE SPACES            TO FD-COAF.                          00017640
            MOVE 'TRL'             TO REG-CTL-TIPO.                     00017650
            MOVE 'COAF'            TO REG-CTL-ORIGEM.                   00017660
            MOVE WRK-DATA-PROC     TO REG-CTL-DATA-ARQ.                 00017670
            MOVE WRK-OCORRENCIAS   TO REG-CTL-QTDE.                     00017680
            MOVE WRK-VALOR-ARQUIVO TO REG-CTL-VALOR.                    00017690
            WRITE REG-CONTROLE.                                         00017700
      *--------------------------------------------------------------   00017710
       3100-99-FIM.                              EXIT.                  00017720
      *--------------------------------------------------------------   00017730
      *--------------------------------------------------------------   00017740
       3200-IMPRIMIR-RESUMO                      SECTION.               00017750
      *--------------------------------------------------------------   00017760
            MOVE SPACES TO FD-RELCOAF.                                  00017770
            WRITE FD-RELCOAF.                                           00017780
            MOVE 'VL - MOVIMENTO ACIMA DO LIMITE' TO WRK-LRES-TEXTO.    00017790
            MOVE WRK-QTDE-VL                      TO WRK-LRES-QTDE.     00017800
            WRITE FD-RELCOAF FROM WRK-LINHA-RESUMO.                     00017810
            MOVE 'FR - FRACIONAMENTO'             TO WRK-LRES-TEXTO.    00017820
            MOVE WRK-QTDE-FR                      TO WRK-LRES-QTDE.     00017830
            WRITE FD-RELCOAF FROM WRK-LINHA-RESUMO.                     00017840
            MOVE 'DM - CONTA DORMENTE REATIVADA'  TO WRK-LRES-TEXTO.    00017850
            MOVE WRK-QTDE-DM                      TO WRK-LRES-QTDE.     00017860
            WRITE FD-RELCOAF FROM WRK-LINHA-RESUMO.                     00017870
            MOVE 'FU - CONTA DE FUNCIONARIO'      TO WRK-LRES-TEXTO.    00017880
            MOVE WRK-QTDE-FU                      TO WRK-LRES-QTDE.     00017890
            WRITE FD-RELCOAF FROM WRK-LINHA-RESUMO.                     00017900
            MOVE 'TOTAL DE CASOS'                 TO WRK-LRES-TEXTO.    00017910
            MOVE WRK-OCORRENCIAS                  TO WRK-LRES-QTDE.     00017920
            WRITE FD-RELCOAF FROM WRK-LINHA-RESUMO.                     00017930
      *--------------------------------------------------------------   00017940
       3200-99-FIM.                              EXIT.                  00017950
      *--------------------------------------------------------------   00017960
      ***************************************************************   00017970
      *         T E S T A R   S T A T U S                           *   00017980
      ***************************************************************   00017990
      *--------------------------------------------------------------   00018000
       5100-TESTAR-STATUS                        SECTION.               00018010
      *--------------------------------------------------------------   00018020
            EVALUATE TRUE                                               00018030
             WHEN WRK-FS-MOVVSAM NOT EQUAL 0                            00018040
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00018050
               MOVE '5100'                 TO WRK-SECAO                 00018060
               MOVE 'ERRO NO OPEN MOVVSAM' TO WRK-MENSAGEM              00018070
               MOVE WRK-FS-MOVVSAM         TO WRK-STATUS                00018080
                 PERFORM 6000-TRATA-ERROS                               00018090
             WHEN WRK-FS-CLIBASE NOT EQUAL 0                            00018100
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00018110
               MOVE '5100'                 TO WRK-SECAO                 00018120
               MOVE 'ERRO NO OPEN CLIBASE' TO WRK-MENSAGEM              00018130
               MOVE WRK-FS-CLIBASE         TO WRK-STATUS                00018140
                 PERFORM 6000-TRATA-ERROS                               00018150
             WHEN WRK-FS-FUNCORD NOT EQUAL 0                            00018160
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00018170
               MOVE '5100'                 TO WRK-SECAO                 00018180
               MOVE 'ERRO NO OPEN FUNCORD' TO WRK-MENSAGEM              00018190
               MOVE WRK-FS-FUNCORD         TO WRK-STATUS                00018200
                 PERFORM 6000-TRATA-ERROS                               00018210
             WHEN WRK-FS-COAFEXT NOT EQUAL 0                            00018220
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00018230
               MOVE '5100'                 TO WRK-SECAO                 00018240
               MOVE 'ERRO NO OPEN COAFEXT' TO WRK-MENSAGEM              00018250
               MOVE WRK-FS-COAFEXT         TO WRK-STATUS                00018260
                 PERFORM 6000-TRATA-ERROS                               00018270
             WHEN WRK-FS-RELCOAF NOT EQUAL 0                            00018280
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00018290
               MOVE '5100'                 TO WRK-SECAO                 00018300
               MOVE 'ERRO NO OPEN RELCOAF' TO WRK-MENSAGEM              00018310
               MOVE WRK-FS-RELCOAF         TO WRK-STATUS                00018320
                 PERFORM 6000-TRATA-ERROS                               00018330
            END-EVALUATE.                                               00018340
      *--------------------------------------------------------------   00018350
       5100-99-FIM.                              EXIT.                  00018360
      *--------------------------------------------------------------   00018370
      ***************************************************************   00018380
      *         L E R   M O V V S A M                               *   00018390
      ***************************************************************   00018400
      *--------------------------------------------------------------   00018410
       5400-LER-MOVVSAM                          SECTION.               00018420
      *--------------------------------------------------------------   00018430
            READ MOVVSAM NEXT                                           00018440
              AT END MOVE 10 TO WRK-FS-MOVVSAM                          00018450
            END-READ.                                                   00018460
            IF WRK-FS-MOVVSAM NOT EQUAL 0 AND                           00018470
               WRK-FS-MOVVSAM NOT EQUAL 10                              00018480
               MOVE 'FR16CO01'             TO WRK-PROGRAMA              00018490
               MOVE '5400'                 TO WRK-SECAO                 00018500
               MOVE 'ERRO NA LEITURA DO MOVVSAM' TO WRK-MENSAGEM        00018510
               MOVE WRK-FS-MOVVSAM         TO WRK-STATUS                00018520
               PERFORM 6000-TRATA-ERROS                                 00018530
            END-IF.                                                     00018540
      *--------------------------------------------------------------   00018550
       5400-99-FIM.                              EXIT.                  00018560
      *--------------------------------------------------------------   00018570
      ***************************************************************   00018580
      *         L E R   C L I B A S E                               *   00018590
      ***************************************************************   00018600
      *--------------------------------------------------------------   00018610
       5500-LER-CLIBASE                          SECTION.               00018620
      *--------------------------------------------------------------   00018630
            READ CLIBASE                                                00018640
              AT END MOVE 10 TO WRK-FS-CLIBASE                          00018650
            END-READ.                                                   00018660
            IF WRK-FS-CLIBASE EQUAL 10                                  00018670
              MOVE HIGH-VALUES TO FD-CLIENTES-CHAVE                     00018680
            END-IF.                                                     00018690
      *--------------------------------------------------------------   00018700
       5500-99-FIM.                              EXIT.                  00018710
      *--------------------------------------------------------------   00018720
      ***************************************************************   00018730
      *         L E R   F U N C O R D                               *   00018740
      ***************************************************************   00018750
      *--------------------------------------------------------------   00018760
       5600-LER-FUNCORD                          SECTION.               00018770
      *--------------------------------------------------------------   00018780
            READ FUNCORD                                                00018790
              AT END MOVE 10 TO WRK-FS-FUNCORD                          00018800
            END-READ.                                                   00018810
            IF WRK-FS-FUNCORD EQUAL 10                                  00018820
              MOVE HIGH-VALUES TO FD-LINK-CHAVE                         00018830
            END-IF.                                                     00018840
      *--------------------------------------------------------------   00018850
       5600-99-FIM.                              EXIT.                  00018860
      *--------------------------------------------------------------   00018870
      ***************************************************************   00018880
      *          T R A T A   E R R O S                              *   00018890
      ***************************************************************   00018900
      *--------------------------------------------------------------   00018910
       6000-TRATA-ERROS                          SECTION.               00018920
      *--------------------------------------------------------------   00018930
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00018940
            MOVE 8 TO RETURN-CODE.                                      00018950
            GOBACK.                                                     00018960
      *--------------------------------------------------------------   00018970
       6000-99-FIM.                              EXIT.                  00018980
      *--------------------------------------------------------------   00018990
