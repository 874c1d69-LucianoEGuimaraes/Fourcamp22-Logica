      *                   UMA PAGINA POR CONTA, CADA DEBITO COM     *   00010230
      *                   MOVIMENTO, VALOR, TENTATIVAS E DATA DA    *   00010240
      *                   BAIXA, E O TOTAL DEVIDO;                  *   00010250
      *                 - RESAGE: RESUMO DE AGING POR AGENCIA       *   00922000
      *                   (ATE 30 / 60 / 90 / MAIS DE 90 DIAS       *   00922010
      *                   UTEIS, PELO CALENDARIO DA AGENCIA DA      *   00922020
      *                   CONTA NA ROTINA FR16DU01);                *   00922030
      *                 - CBRFILE: ARQUIVO PARA O BUREAU EXTERNO,   *   00010280
      *                   COM HEADER E TRAILER NA CONVENCAO DO      *   00010290
      *                   #CTLREG, SO COM OS DEBITOS NOVOS;         *   00010300
      *                 - CBRNOVO: O CONTROLE ATUALIZADO - DEBITO   *   00010310
      *                   JA ENVIADO NAO SAI DUAS VEZES NO CBRFILE. *   00010320
      *                 A CARTA TRAZ O CPF/CNPJ E O ENDERECO DO     *   00930000
      *                 CADASTRO DE TITULARES (CADVSAM, #CADREG) E  *   00930010
      *                 A REMESSA LEVA O GRUPO DE IDENTIFICACAO DO  *   00930020
      *                 #CADREG NAS POSICOES 89-305 (EM BRANCO PARA *   00930030
      *                 CONTA SEM CADASTRO).                        *   00930040
      *-------------------------------------------------------------*   00010330
      *   ARQUIVOS...:                                              *   00010340
      *    DDNAME              I/O                                  *   00010350
      *    CBRFILE              O  (REMESSA AO BUREAU)              *   00010400
      *    RELCOBR              O                                   *   00010410
      *    RESAGE               O                                   *   00010420
      *    FERIADOS             I  (PELA ROTINA FR16DU01)           *   00922040
      *    CADVSAM              I  (CADASTRO DE TITULARES)          *   00930050
      *-------------------------------------------------------------*   00010430
      *   MODULOS....:                             INCLUDE/BOOK     *   00010440
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010450
      *   FR16DU01 -   CALENDARIO DE DIAS UTEIS       GCAL          *   00922050
      *=============================================================*   00010460
                                                                        00010470
      *=============================================================*   00010480
                                                                        00010780
            SELECT RESAGE   ASSIGN TO RESAGE                            00010790
                FILE STATUS  IS WRK-FS-RESAGE.                          00010800
                                                                        00930060
            SELECT CADVSAM  ASSIGN TO CADVSAM                           00930070
                ORGANIZATION IS INDEXED                                 00930080
                ACCESS MODE IS RANDOM                                   00930090
                RECORD KEY IS REG-CAD-CHAVE                             00930100
                FILE STATUS  IS WRK-FS-CADVSAM.                         00930110
      *=============================================================*   00010810
       DATA                                      DIVISION.              00010820
      *=============================================================*   00010830
          05 FD-CBF-VALORMOV   PIC 9(08)V99.                            00011600
          05 FD-CBF-TENTATIVAS PIC 9(02).                               00011610
          05 FD-CBF-DATA-BAIXA PIC 9(08).                               00011620
          05 FD-CBF-IDENTIFICACAO PIC X(217).                           00930120
                                                                        00011630
      * SEGUNDA VISAO DO MESMO REGISTRO: HEADER/TRAILER DE CONTROLE     00011640
      * DA REMESSA (#CTLREG), PARA O BUREAU CONFERIR A TRANSMISSAO.     00011650
           RECORDING  MODE IS F.                                        00011740
                                                                        00011750
       01 FD-RESAGE         PIC X(080).                                 00011760
                                                                        00930130
       FD CADVSAM.                                                      00930140
                                                                        00930150
       COPY '#CADREG'.                                                  00930160
      *-------------------------------------------------------------*   00011770
       WORKING-STORAGE                           SECTION.               00011780
      *-------------------------------------------------------------*   00011790
      *-------------------------------------------------------------*   00011840
                                                                        00011850
       COPY '#GLOG'.                                                    00011860
                                                                        00922060
       COPY '#GCAL'.                                                    00922070
                                                                        00011870
      *-------------------------------------------------------------*   00011880
       01 FILLER PIC X(45) VALUE                                        00011890
       77 WRK-FS-CBRFILE    PIC 9(02).                                  00011960
       77 WRK-FS-RELCOBR    PIC 9(02).                                  00011970
       77 WRK-FS-RESAGE     PIC 9(02).                                  00011980
       77 WRK-FS-CADVSAM    PIC 9(02).                                  00930170
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00011990
       77 WRK-CALENDARIO    PIC X(08) VALUE 'FR16DU01'.                 00922080
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00012000
       77 WRK-DIA-HOJE      PIC S9(09) COMP VALUE ZEROS.                00012010
       77 WRK-DIAS-ABERTO   PIC S9(09) COMP VALUE ZEROS.                00012020
       77 WRK-TOT-CLIENTE   PIC 9(10)V99 VALUE ZEROS.                   00012090
       77 WRK-PAGINA        PIC 9(03) VALUE ZEROS.                      00012100
       77 WRK-CLIENTES-REL  PIC 9(05) VALUE ZEROS.                      00012110
       77 WRK-CLI-SEM-CAD   PIC 9(05) VALUE ZEROS.                      00930180
       77 WRK-CHAVE-CLIENTE PIC X(08) VALUE LOW-VALUES.                 00012120
       77 WRK-IND           PIC 9(03) COMP VALUE ZEROS.                 00012130
       77 WRK-AG-QTDE       PIC 9(03) COMP VALUE ZEROS.                 00012140
           88 WRK-TEM-CLIENTE          VALUE 'S'.                       00012240
           88 WRK-SEM-CLIENTE          VALUE 'N'.                       00012250
       77 WRK-BUCKET        PIC 9(01) VALUE ZEROS.                      00012260
       77 WRK-SW-CADASTRO   PIC X(01) VALUE 'N'.                        00930190
           88 WRK-TEM-CADASTRO         VALUE 'S'.                       00930200
           88 WRK-SEM-CADASTRO         VALUE 'N'.                       00930210
                                                                        00012270
      * CHAVES COMPLETAS DO CASAMENTO, COMO NO FR16EX07: UMA MESMA      00012280
      * CONTA PODE TER VARIOS DEBITOS BAIXADOS.                         00012290
       01 WRK-CABECALHO-NOME.                                           00012670
          05 FILLER               PIC X(09) VALUE 'CLIENTE: '.          00012680
          05 WRK-CAB-NOME         PIC X(30).                            00012690
                                                                        00930220
       01 WRK-CABECALHO-DOC.                                            00930230
          05 WRK-CAB-ROTULO       PIC X(10).                            00930240
          05 WRK-CAB-DOCUMENTO    PIC X(18).                            00930250
                                                                        00930260
       01 WRK-CABECALHO-END.                                            00930270
          05 FILLER               PIC X(10) VALUE 'ENDERECO: '.         00930280
          05 WRK-CAB-LOGRADOURO   PIC X(40).                            00930290
          05 FILLER               PIC X(01) VALUE SPACES.               00930300
          05 WRK-CAB-NUMERO       PIC X(06).                            00930310
          05 FILLER               PIC X(01) VALUE SPACES.               00930320
          05 WRK-CAB-COMPLEMENTO  PIC X(20).                            00930330
                                                                        00930340
       01 WRK-CABECALHO-CIDADE.                                         00930350
          05 FILLER               PIC X(10) VALUE SPACES.               00930360
          05 WRK-CAB-BAIRRO       PIC X(25).                            00930370
          05 FILLER               PIC X(01) VALUE SPACES.               00930380
          05 WRK-CAB-CIDADE       PIC X(30).                            00930390
          05 FILLER               PIC X(03) VALUE ' - '.                00930400
          05 WRK-CAB-UF           PIC X(02).                            00930410
                                                                        00930420
       01 WRK-CABECALHO-CEP.                                            00930430
          05 FILLER               PIC X(10) VALUE 'CEP.....: '.         00930440
          05 WRK-CAB-CEP-PREFIXO  PIC X(05).                            00930450
          05 FILLER               PIC X(01) VALUE '-'.                  00930460
          05 WRK-CAB-CEP-SUFIXO   PIC X(03).                            00930470
                                                                        00930480
       01 WRK-CABECALHO-SEM-CAD.                                        00930490
          05 FILLER               PIC X(36) VALUE                       00930500
                    'CADASTRO DO TITULAR NAO ENCONTRADO'.               00930510
                                                                        00012700
       01 WRK-LINHA-DEBITO.                                             00012710
          05 WRK-DEB-MOVIMENTO    PIC X(30).                            00012720
          05 WRK-TOT-CLI-VALOR    PIC ZZZ.ZZZ.ZZ9,99.                   00012860
                                                                        00012870
       01 WRK-CABECALHO-AGE.                                            00012880
          05 FILLER               PIC X(53) VALUE                       00012890
              'AGING DE COBRANCA POR AGENCIA (DIAS UTEIS) - FR16CB01'.  00012900
                                                                        00012910
       01 WRK-LINHA-AGE.                                                00012920
          05 WRK-AGE-AGENCIA      PIC X(04).                            00012930
               USING BAIXAS                                             00013350
               GIVING BXORD.                                            00013360
             OPEN INPUT  BXORD CBRANT                                   00013370
                         CADVSAM                                        00930520
                  OUTPUT CBRNOVO CBRFILE RELCOBR RESAGE.                00013380
             PERFORM 5100-TESTAR-STATUS.                                00013390
             PERFORM 1100-GRAVAR-HEADER-REMESSA.                        00013400
                MOVE SPACES     TO WRK-CAB-NOME                         00014270
              END-IF                                                    00014280
              WRITE FD-RELCOBR FROM WRK-CABECALHO-NOME                  00014290
              PERFORM 2060-LER-CADASTRO                                 00930530
              PERFORM 2070-IMPRIMIR-ENDERECO                            00930540
              MOVE SPACES TO FD-RELCOBR                                 00014300
              WRITE FD-RELCOBR                                          00014310
            END-IF.                                                     00014320
      *--------------------------------------------------------------   00014330
       2050-99-FIM.                              EXIT.                  00014340
      *--------------------------------------------------------------   00930550
      ***************************************************************   00930560
      *       L E R   C A D A S T R O   D O   T I T U L A R         *   00930570
      ***************************************************************   00930580
      * CONTA SEM CADASTRO FICA COM A IDENTIFICACAO EM BRANCO: A    *   00930590
      * CARTA SAI COM O AVISO E A REMESSA SEM CPF/CNPJ E ENDERECO.  *   00930600
      *--------------------------------------------------------------   00930610
       2060-LER-CADASTRO                         SECTION.               00930620
      *--------------------------------------------------------------   00930630
            MOVE WRK-CHAVE-CLIENTE TO REG-CAD-CHAVE.                    00930640
            READ CADVSAM                                                00930650
              INVALID KEY                                               00930660
                MOVE 'N' TO WRK-SW-CADASTRO                             00930670
              NOT INVALID KEY                                           00930680
                MOVE 'S' TO WRK-SW-CADASTRO                             00930690
            END-READ.                                                   00930700
            IF WRK-SEM-CADASTRO                                         00930710
              MOVE SPACES TO REG-CAD-IDENTIFICACAO                      00930720
              ADD 1 TO WRK-CLI-SEM-CAD                                  00930730
            END-IF.                                                     00930740
      *--------------------------------------------------------------   00930750
       2060-99-FIM.                              EXIT.                  00930760
      *--------------------------------------------------------------   00930770
      *--------------------------------------------------------------   00930780
       2070-IMPRIMIR-ENDERECO                    SECTION.               00930790
      *--------------------------------------------------------------   00930800
            IF WRK-SEM-CADASTRO                                         00930810
              WRITE FD-RELCOBR FROM WRK-CABECALHO-SEM-CAD               00930820
            ELSE                                                        00930830
              MOVE SPACES TO WRK-CAB-DOCUMENTO                          00930840
              IF REG-CAD-PESSOA-JURIDICA                                00930850
                MOVE 'CNPJ....: ' TO WRK-CAB-ROTULO                     00930860
                STRING REG-CAD-DOCUMENTO (1:2)  '.'                     00930870
                       REG-CAD-DOCUMENTO (3:3)  '.'                     00930880
                       REG-CAD-DOCUMENTO (6:3)  '/'                     00930890
                       REG-CAD-DOCUMENTO (9:4)  '-'                     00930900
                       REG-CAD-DOCUMENTO (13:2)                         00930910
                       DELIMITED BY SIZE INTO WRK-CAB-DOCUMENTO         00930920
              ELSE                                                      00930930
                MOVE 'CPF.....: ' TO WRK-CAB-ROTULO                     00930940
                STRING REG-CAD-DOCUMENTO (4:3)  '.'                     00930950
                       REG-CAD-DOCUMENTO (7:3)  '.'                     00930960
                       REG-CAD-DOCUMENTO (10:3) '-'                     00930970
                       REG-CAD-DOCUMENTO (13:2)                         00930980
                       DELIMITED BY SIZE INTO WRK-CAB-DOCUMENTO         00930990
              END-IF                                                    00931000
              WRITE FD-RELCOBR FROM WRK-CABECALHO-DOC                   00931010
              MOVE REG-CAD-LOGRADOURO  TO WRK-CAB-LOGRADOURO            00931020
              MOVE REG-CAD-NUMERO      TO WRK-CAB-NUMERO                00931030
              MOVE REG-CAD-COMPLEMENTO TO WRK-CAB-COMPLEMENTO           00931040
              WRITE FD-RELCOBR FROM WRK-CABECALHO-END                   00931050
              MOVE REG-CAD-BAIRRO      TO WRK-CAB-BAIRRO                00931060
              MOVE REG-CAD-CIDADE      TO WRK-CAB-CIDADE                00931070
              MOVE REG-CAD-UF          TO WRK-CAB-UF                    00931080
              WRITE FD-RELCOBR FROM WRK-CABECALHO-CIDADE                00931090
              MOVE REG-CAD-CEP (1:5)   TO WRK-CAB-CEP-PREFIXO           00931100
              MOVE REG-CAD-CEP (6:3)   TO WRK-CAB-CEP-SUFIXO            00931110
              WRITE FD-RELCOBR FROM WRK-CABECALHO-CEP                   00931120
            END-IF.                                                     00931130
      *--------------------------------------------------------------   00931140
       2070-99-FIM.                              EXIT.                  00931150
      *--------------------------------------------------------------   00014350
      *--------------------------------------------------------------   00014360
       2080-FECHAR-CLIENTE                       SECTION.               00014370
            MOVE FD-BX-VALORMOV   TO FD-CBF-VALORMOV                    00014930
            MOVE FD-BX-TENTATIVAS TO FD-CBF-TENTATIVAS                  00014940
            MOVE FD-BX-DATA-PROC  TO FD-CBF-DATA-BAIXA.                 00014950
            MOVE REG-CAD-IDENTIFICACAO TO FD-CBF-IDENTIFICACAO.         00931160
            WRITE FD-CBRFILE.                                           00014960
            ADD 1 TO WRK-QTDE-REMESSA.                                  00014970
            ADD FD-BX-VALORMOV TO WRK-VALOR-REMESSA.                    00014980
      ***************************************************************   00015270
      *       A P U R A R   A   F A I X A   D E   A G I N G         *   00015280
      ***************************************************************   00015290
      * AS FAIXAS CONTAM DIAS UTEIS DA AGENCIA DA CONTA ENTRE A     *   00922090
      * BAIXA E A DATA DO PROCESSAMENTO. ATE 30 DIAS CORRIDOS       *   00922100
      * NAO PASSA DE 30 UTEIS E ACIMA DE 180 CORRIDOS SAO SEMPRE    *   00922110
      * MAIS DE 90 UTEIS: O CALENDARIO SO E CONSULTADO NO MEIO.     *   00922120
      *--------------------------------------------------------------   00015300
       2600-APURAR-FAIXA-DATA                    SECTION.               00015310
      *--------------------------------------------------------------   00015320
            ELSE                                                        00015350
              COMPUTE WRK-DIAS-ABERTO = WRK-DIA-HOJE -                  00015360
                 FUNCTION INTEGER-OF-DATE (FD-BX-DATA-PROC)             00015370
              IF WRK-DIAS-ABERTO GREATER 30 AND                         00922130
                 WRK-DIAS-ABERTO NOT GREATER 180                        00922140
                PERFORM 2650-CONTAR-DIAS-UTEIS                          00922150
              END-IF                                                    00922160
              EVALUATE TRUE                                             00015380
               WHEN WRK-DIAS-ABERTO NOT GREATER 30                      00015390
                 MOVE 1 TO WRK-BUCKET                                   00015400
      *--------------------------------------------------------------   00015490
       2600-99-FIM.                              EXIT.                  00015500
      *--------------------------------------------------------------   00015510
      *--------------------------------------------------------------   00922170
       2650-CONTAR-DIAS-UTEIS                    SECTION.               00922180
      *--------------------------------------------------------------   00922190
            MOVE 'C'             TO WRK-CAL-FUNCAO.                     00922200
            MOVE FD-BX-AGENCIA   TO WRK-CAL-AGENCIA.                    00922210
            MOVE FD-BX-DATA-PROC TO WRK-CAL-DATA.                       00922220
            MOVE WRK-DATA-PROC   TO WRK-CAL-DATA-FIM.                   00922230
            CALL WRK-CALENDARIO USING WRK-DADOS-CAL.                    00922240
            IF NOT WRK-CAL-OK                                           00922250
              MOVE 'FR16CB01'            TO WRK-PROGRAMA                00922260
              MOVE '2650'                TO WRK-SECAO                   00922270
              MOVE 'ERRO NO CALENDARIO DE DIAS UTEIS' TO WRK-MENSAGEM   00922280
              MOVE WRK-CAL-RETORNO       TO WRK-STATUS                  00922290
              PERFORM 6000-TRATA-ERROS                                  00922300
            END-IF.                                                     00922310
            MOVE WRK-CAL-DIAS    TO WRK-DIAS-ABERTO.                    00922320
      *--------------------------------------------------------------   00922330
       2650-99-FIM.                              EXIT.                  00922340
      *--------------------------------------------------------------   00922350
      *--------------------------------------------------------------   00015520
       2700-SOMAR-AGING                          SECTION.               00015530
      *--------------------------------------------------------------   00015540
            MOVE 1 TO WRK-IND.                                          00016210
            PERFORM 3200-GRAVAR-LINHA-AGING                             00016220
               UNTIL WRK-IND GREATER WRK-AG-QTDE.                       00016230
            CLOSE BXORD CBRANT CBRNOVO CBRFILE RELCOBR RESAGE           00016240
                  CADVSAM.                                              00931170
            DISPLAY ' '.                                                00016250
            DISPLAY 'DEBITOS NOVOS NA REMESSA      : ' WRK-NOVOS.       00016260
            DISPLAY 'DEBITOS JA ENVIADOS ANTES     : ' WRK-JA-ENVIADOS. 00016270
            DISPLAY 'DEBITOS SO NO CONTROLE        : ' WRK-SO-CONTROLE. 00016280
            DISPLAY 'BAIXAS DUPLICADAS IGNORADAS   : ' WRK-DUPLICADOS.  00016290
            DISPLAY 'CLIENTES NAS CARTAS           : ' WRK-CLIENTES-REL.00016300
            DISPLAY 'CLIENTES SEM CADASTRO TITULAR : ' WRK-CLI-SEM-CAD. 00931180
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00016310
      *--------------------------------------------------------------   00016320
       3000-99-FIM.                              EXIT.                  00016330
               MOVE '5100'                 TO WRK-SECAO                 00017010
               MOVE 'ERRO NO OPEN RESAGE'  TO WRK-MENSAGEM              00017020
               MOVE WRK-FS-RESAGE          TO WRK-STATUS                00017030
                 PERFORM 6000-TRATA-ERROS                               00931190
             WHEN WRK-FS-CADVSAM NOT EQUAL 0                            00931200
               MOVE 'FR16CB01'             TO WRK-PROGRAMA              00931210
               MOVE '5100'                 TO WRK-SECAO                 00931220
               MOVE 'ERRO NO OPEN CADVSAM' TO WRK-MENSAGEM              00931230
               MOVE WRK-FS-CADVSAM         TO WRK-STATUS                00931240
                 PERFORM 6000-TRATA-ERROS                               00017040
            END-EVALUATE.                                               00017050
      *--------------------------------------------------------------   00017060
