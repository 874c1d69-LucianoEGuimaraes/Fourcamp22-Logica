      *=============================================================*   00010000
       IDENTIFICATION                            DIVISION.              00010010
      *=============================================================*   00010020
                                                                        00010030
       PROGRAM-ID. FR16EP02.                                            00010040
      *=============================================================*   00010050
      *             T R E I N A M E N T O                           *   00010060
      *=============================================================*   00010070
      * PROGRAMA......: FR16EP02.                                   *   00010080
      *-------------------------------------------------------------*   00010090
      * PROGRAMADOR...: LUCIANO GUIMARAES.                          *   00010100
      * DATA..........: 15/10/2026                                  *   00010110
      * EMPRESA.......: FOURSYS                                     *   00010120
      * INSTRUTOR.....: IVAN SANCHES                                *   00010130
      *-------------------------------------------------------------*   00010140
      * OBJETIVO......: LANCAMENTOS DE EMPRESTIMO PESSOAL DA NOITE  *   00010150
      *                 (EMPVSAM, #EMPREG), NOS MOLDES DO FR16SO02, *   00010160
      *                 EM DOIS MODOS (SYSIN):                      *   00010170
      *                 1 = GERACAO (STEP019 DO BATNOITE, ANTES DA  *   00010180
      *                     CONSOLIDACAO): PERCORRE O EMPVSAM SO    *   00010190
      *                     PARA LEITURA E GRAVA NO EMPMOV, NO      *   00010200
      *                     LAYOUT MOV0106 (TEXTO #EMPTXT) E EM     *   00010210
      *                     BLOCO #CTLREG DE ORIGEM FR16EP02:       *   00010220
      *                     - O CREDITO DO PRINCIPAL (HISTORICO     *   00010230
      *                       011) DE CADA CONTRATO A LIBERAR;      *   00010240
      *                     - O DEBITO DA PARCELA (HISTORICO 010)   *   00010250
      *                       DE CADA CONTRATO EM CURSO COM A       *   00010260
      *                       PARCELA MAIS ANTIGA EM ABERTO VENCIDA *   00010270
      *                       ATE A DATA DA NOITE. A ULTIMA PARCELA *   00010280
      *                       E O SALDO DEVEDOR MAIS OS JUROS DO    *   00010290
      *                       MES, O QUE ABSORVE O ARREDONDAMENTO.  *   00010300
      *                     O ARQUIVO ENTRA NO MOVENTRA DO FR16MV01 *   00010310
      *                     E PASSA PELO BALANCE LINE (FR16EX04)    *   00010320
      *                     COMO OS DAS AGENCIAS. NAO ATUALIZA O    *   00010330
      *                     CLUSTER: O RERUN GERA O MESMO ARQUIVO.  *   00010340
      *                 2 = BAIXA (DENTRO DO IFPROM, COM A NOITE    *   00010350
      *                     POSTADA): CASA O EMPVSAM COM O EMPMOV   *   00010360
      *                     GERADO E, SE O BLOCO CONSTA DO HDRCTL:  *   00010370
      *                     - CREDITO POSTADO LIBERA O CONTRATO     *   00010380
      *                       (SITUACAO A); CREDITO QUE VOLTOU NO   *   00010390
      *                       MOV0106E OU NO MOVREJ RECUSA O        *   00010400
      *                       CONTRATO (SITUACAO R) COM O MOTIVO;   *   00010410
      *                     - PARCELA POSTADA SEPARA JUROS DO MES E *   00010420
      *                       AMORTIZACAO, ABATE O SALDO DEVEDOR,   *   00010430
      *                       CONTA A PARCELA PAGA E AVANCA O       *   00010440
      *                       VENCIMENTO UM MES (A ULTIMA QUITA O   *   00010450
      *                       CONTRATO - SITUACAO Q);               *   00010460
      *                     - PARCELA RECUSADA NO MOV0106R (SEM     *   00010470
      *                       SALDO), NO MOV0106E OU NO MOVREJ POE  *   00010480
      *                       O CONTRATO EM ATRASO (SITUACAO L), COM*   00010490
      *                       O VENCIMENTO PARADO NA PARCELA EM     *   00010500
      *                       ABERTO: O DEBITO SAI DE NOVO NA       *   00010510
      *                       GERACAO DA NOITE SEGUINTE (O FR16EX07 *   00010520
      *                       NAO REAPRESENTA O HISTORICO 010).     *   00010530
      *                     EM TODO CONTRATO EM CURSO OS DIAS DE    *   00010540
      *                     ATRASO SAO RECONTADOS A PARTIR DA       *   00010550
      *                     PARCELA MAIS ANTIGA EM ABERTO. A BAIXA  *   00010560
      *                     E IDEMPOTENTE (ULTIMO LANCAMENTO BAIXADO*   00010570
      *                     GRAVADO NO CONTRATO), ENTAO O STEP PODE *   00010580
      *                     SER RESUBMETIDO SOZINHO.                *   00010590
      *                 LANCAMENTO QUE FALHOU OU BLOCO NAO POSTADO  *   00010600
      *                 DEVOLVE RETURN-CODE 4.                      *   00010610
      *-------------------------------------------------------------*   00010620
      *   ARQUIVOS...:                                              *   00010630
      *    DDNAME              I/O                                  *   00010640
      *    EMPVSAM              I  (MODO 1)                         *   00010650
      *    EMPVSAM             I/O (MODO 2)                         *   00010660
      *    EMPMOV               O  (MODO 1 - LAYOUT MOV0106)        *   00010670
      *    EMPMOV               I  (MODO 2)                         *   00010680
      *    HDRCTL               I  (MODO 2)                         *   00010690
      *    MOV0106R             I  (MODO 2)                         *   00010700
      *    MOV0106E             I  (MODO 2)                         *   00010710
      *    MOVREJ               I  (MODO 2)                         *   00010720
      *    RELEMP               O                                   *   00010730
      *-------------------------------------------------------------*   00010740
      *   MODULOS....:                             INCLUDE/BOOK     *   00010750
      *   GRAVALOG -   TRATAMENTO DE ERROS            GLOG2         *   00010760
      *=============================================================*   00010770
                                                                        00010780
      *=============================================================*   00010790
       ENVIRONMENT                               DIVISION.              00010800
      *=============================================================*   00010810
      *-------------------------------------------------------------*   00010820
       CONFIGURATION                             SECTION.               00010830
      *-------------------------------------------------------------*   00010840
       SPECIAL-NAMES.                                                   00010850
           DECIMAL-POINT IS COMMA.                                      00010860
                                                                        00010870
       INPUT-OUTPUT                              SECTION.               00010880
       FILE-CONTROL.                                                    00010890
            SELECT EMPVSAM   ASSIGN TO EMPVSAM                          00010900
                ORGANIZATION IS INDEXED                                 00010910
                ACCESS MODE IS DYNAMIC                                  00010920
                RECORD KEY IS REG-EMP-CHAVE                             00010930
                FILE STATUS  IS WRK-FS-EMPVSAM.                         00010940
                                                                        00010950
            SELECT EMPMOV    ASSIGN TO EMPMOV                           00010960
                FILE STATUS  IS WRK-FS-EMPMOV.                          00010970
                                                                        00010980
            SELECT HDRCTL    ASSIGN TO HDRCTL                           00010990
                FILE STATUS  IS WRK-FS-HDRCTL.                          00011000
                                                                        00011010
            SELECT MOV0106R  ASSIGN TO MOV0106R                         00011020
                FILE STATUS  IS WRK-FS-MOV0106R.                        00011030
                                                                        00011040
            SELECT MOV0106E  ASSIGN TO MOV0106E                         00011050
                FILE STATUS  IS WRK-FS-MOV0106E.                        00011060
                                                                        00011070
            SELECT MOVREJ    ASSIGN TO MOVREJ                           00011080
                FILE STATUS  IS WRK-FS-MOVREJ.                          00011090
                                                                        00011100
            SELECT RELEMP    ASSIGN TO RELEMP                           00011110
                FILE STATUS  IS WRK-FS-RELEMP.                          00011120
      *=============================================================*   00011130
       DATA                                      DIVISION.              00011140
      *=============================================================*   00011150
       FILE                                      SECTION.               00011160
      *-------------------------------------------------------------*   00011170
                                                                        00011180
       FD EMPVSAM.                                                      00011190
                                                                        00011200
       COPY '#EMPREG'.                                                  00011210
                                                                        00011220
       FD EMPMOV                                                        00011230
           RECORDING MODE IS F                                          00011240
           BLOCK CONTAINS 0 RECORDS.                                    00011250
                                                                        00011260
       01 FD-EMPMOV.                                                    00011270
          05 FD-EMPMOV-AGENCIA   PIC X(04).                             00011280
          05 FD-EMPMOV-CONTA     PIC X(04).                             00011290
          05 FD-EMPMOV-MOVIMENTO PIC X(30).                             00011300
          05 FD-EMPMOV-VALORMOV  PIC 9(08)V99.                          00011310
          05 FD-EMPMOV-TIPOMOV   PIC X(01).                             00011320
          05 FD-EMPMOV-HISTORICO PIC 9(03).                             00011330
                                                                        00011340
      * HEADER E TRAILER DO BLOCO (#CTLREG) NO MESMO ARQUIVO.           00011350
       COPY '#CTLREG'.                                                  00011360
                                                                        00011370
       FD HDRCTL                                                        00011380
           RECORDING MODE IS F.                                         00011390
                                                                        00011400
       01 FD-HDRCTL.                                                    00011410
          05 FD-HDC-ORIGEM     PIC X(08).                               00011420
          05 FD-HDC-DATA-ARQ   PIC 9(08).                               00011430
                                                                        00011440
       FD MOV0106R                                                      00011450
          RECORDING  MODE IS F.                                         00011460
                                                                        00011470
       COPY '#MOV0106R'.                                                00011480
                                                                        00011490
       FD MOV0106E                                                      00011500
          RECORDING  MODE IS F.                                         00011510
                                                                        00011520
       01 FD-MOV0106E.                                                  00011530
          05 FD-MOV0106E-AGENCIA   PIC X(04).                           00011540
          05 FD-MOV0106E-CONTA     PIC X(04).                           00011550
          05 FD-MOV0106E-MOVIMENTO PIC X(30).                           00011560
          05 FD-MOV0106E-VALORMOV  PIC 9(08)V99.                        00011570
          05 FD-MOV0106E-TIPOMOV   PIC X(01).                           00011580
          05 FD-MOV0106E-MOTIVO    PIC X(20).                           00011590
          05 FD-MOV0106E-DATA-PROC PIC 9(08).                           00011600
          05 FD-MOV0106E-NSEQ-RUN  PIC 9(03).                           00011610
          05 FD-MOV0106E-HISTORICO PIC 9(03).                           00011620
                                                                        00011630
       FD MOVREJ                                                        00011640
           RECORDING  MODE IS F.                                        00011650
                                                                        00011660
       01 FD-MOVREJ.                                                    00011670
          05 FD-MOVREJ-AGENCIA   PIC X(04).                             00011680
          05 FD-MOVREJ-CONTA     PIC X(04).                             00011690
          05 FD-MOVREJ-MOVIMENTO PIC X(30).                             00011700
          05 FD-MOVREJ-VALORMOV  PIC X(10).                             00011710
          05 FD-MOVREJ-TIPOMOV   PIC X(01).                             00011720
          05 FD-MOVREJ-MOTIVO    PIC X(20).                             00011730
          05 FD-MOVREJ-HISTORICO PIC X(03).                             00011740
          05 FD-MOVREJ-HISTORICO-N REDEFINES FD-MOVREJ-HISTORICO        00011750
                                 PIC 9(03).                             00011760
                                                                        00011770
       FD RELEMP                                                        00011780
           RECORDING  MODE IS F.                                        00011790
                                                                        00011800
       01 FD-RELEMP          PIC X(080).                                00011810
      *-------------------------------------------------------------*   00011820
       WORKING-STORAGE                           SECTION.               00011830
      *-------------------------------------------------------------*   00011840
                                                                        00011850
      *-------------------------------------------------------------*   00011860
       01 FILLER PIC X(45) VALUE                                        00011870
              '------------------#GLOG----------------------'.          00011880
      *-------------------------------------------------------------*   00011890
                                                                        00011900
       COPY '#GLOG'.                                                    00011910
                                                                        00011920
      *-------------------------------------------------------------*   00011930
       01 FILLER PIC X(45) VALUE                                        00011940
              '-----------DADOS E FILE STATUS---------------'.          00011950
      *-------------------------------------------------------------*   00011960
       77 WRK-FS-EMPVSAM    PIC 9(02).                                  00011970
       77 WRK-FS-EMPMOV     PIC 9(02).                                  00011980
       77 WRK-FS-HDRCTL     PIC 9(02).                                  00011990
       77 WRK-FS-MOV0106R   PIC 9(02).                                  00012000
       77 WRK-FS-MOV0106E   PIC 9(02).                                  00012010
       77 WRK-FS-MOVREJ     PIC 9(02).                                  00012020
       77 WRK-FS-RELEMP     PIC 9(02).                                  00012030
       77 WRK-ERRORLOG      PIC X(08) VALUE 'ERRORLOG'.                 00012040
       77 WRK-ORIGEM        PIC X(08) VALUE 'FR16EP02'.                 00012050
      * CODIGOS DE HISTORICO (#HISTREG) DA PARCELA E DO CREDITO.        00012060
       77 WRK-HIS-PARCELA   PIC 9(03) VALUE 010.                        00012070
       77 WRK-HIS-CREDITO   PIC 9(03) VALUE 011.                        00012080
       77 WRK-DATA-PROC     PIC 9(08) VALUE ZEROS.                      00012090
       77 WRK-CONTRATOS-LIDOS PIC 9(07) VALUE ZEROS.                    00012100
       77 WRK-CREDITOS-GER  PIC 9(07) VALUE ZEROS.                      00012110
       77 WRK-PARCELAS-GER  PIC 9(07) VALUE ZEROS.                      00012120
       77 WRK-GERADOS       PIC 9(07) VALUE ZEROS.                      00012130
       77 WRK-VALOR-GERADO  PIC 9(13)V99 VALUE ZEROS.                   00012140
       77 WRK-LIBERADOS     PIC 9(07) VALUE ZEROS.                      00012150
       77 WRK-RECUSADOS     PIC 9(07) VALUE ZEROS.                      00012160
       77 WRK-PAGAS         PIC 9(07) VALUE ZEROS.                      00012170
       77 WRK-QUITADOS      PIC 9(07) VALUE ZEROS.                      00012180
       77 WRK-EM-ATRASO     PIC 9(07) VALUE ZEROS.                      00012190
       77 WRK-FALHAS        PIC 9(07) VALUE ZEROS.                      00012200
       77 WRK-JA-BAIXADOS   PIC 9(07) VALUE ZEROS.                      00012210
       77 WRK-DIA-INT       PIC S9(09) COMP VALUE ZEROS.                00012220
       77 WRK-ULTIMO-DIA    PIC 9(02) VALUE ZEROS.                      00012230
       77 WRK-IND           PIC 9(04) COMP VALUE ZEROS.                 00012240
       77 WRK-FAL-QTDE      PIC 9(04) COMP VALUE ZEROS.                 00012250
       77 WRK-FAL-MAX       PIC 9(04) COMP VALUE 2000.                  00012260
       77 WRK-MOTIVO        PIC X(20) VALUE SPACES.                     00012270
       77 WRK-VALOR-LCT     PIC 9(08)V99 VALUE ZEROS.                   00012280
       77 WRK-JUROS         PIC 9(08)V99 VALUE ZEROS.                   00012290
       77 WRK-AMORTIZACAO   PIC 9(08)V99 VALUE ZEROS.                   00012300
       77 WRK-SW-FIM-VSAM   PIC X(01) VALUE 'N'.                        00012310
           88 WRK-FIM-VSAM             VALUE 'S'.                       00012320
           88 WRK-TEM-VSAM             VALUE 'N'.                       00012330
       77 WRK-SW-BLOCO      PIC X(01) VALUE 'N'.                        00012340
           88 WRK-BLOCO-POSTADO        VALUE 'S'.                       00012350
           88 WRK-BLOCO-NAO-POSTADO    VALUE 'N'.                       00012360
       77 WRK-SW-FALHA      PIC X(01) VALUE 'N'.                        00012370
           88 WRK-LANCAMENTO-FALHOU    VALUE 'S'.                       00012380
           88 WRK-LANCAMENTO-OK        VALUE 'N'.                       00012390
                                                                        00012400
      * CHAVE DO CONTRATO DO LANCAMENTO CORRENTE DO EMPMOV (MODO 2),    00012410
      * MONTADA DA CONTA E DO CONTRATO GRAVADO NO TEXTO DO MOVIMENTO.   00012420
       01 WRK-CHAVE-MOV.                                                00012430
          05 WRK-CMV-AGENCIA        PIC X(04).                          00012440
          05 WRK-CMV-CONTA          PIC X(04).                          00012450
          05 WRK-CMV-CONTRATO       PIC 9(03).                          00012460
       77 WRK-VENC-MOV              PIC 9(08) VALUE ZEROS.              00012470
       77 WRK-VALOR-MOV             PIC 9(08)V99 VALUE ZEROS.           00012480
       77 WRK-TIPO-MOV              PIC X(05) VALUE SPACES.             00012490
           88 WRK-MOV-LIBERACAO            VALUE 'LIB  '.               00012500
           88 WRK-MOV-PARCELA              VALUE 'PARC '.               00012510
                                                                        00012520
      * TEXTO DO MOVIMENTO DE EMPRESTIMO.                               00012530
       COPY '#EMPTXT'.                                                  00012540
                                                                        00012550
      * VENCIMENTO EM CALCULO PELA 2600-AVANCAR-VENCIMENTO.             00012560
       01 WRK-VENC                  PIC 9(08) VALUE ZEROS.              00012570
       01 FILLER REDEFINES WRK-VENC.                                    00012580
          05 WRK-VNC-ANO            PIC 9(04).                          00012590
          05 WRK-VNC-MES            PIC 9(02).                          00012600
          05 WRK-VNC-DIA            PIC 9(02).                          00012610
                                                                        00012620
       01 WRK-DATA-AUX              PIC 9(08) VALUE ZEROS.              00012630
       01 FILLER REDEFINES WRK-DATA-AUX.                                00012640
          05 WRK-AUX-ANO            PIC 9(04).                          00012650
          05 WRK-AUX-MES            PIC 9(02).                          00012660
          05 WRK-AUX-DIA            PIC 9(02).                          00012670
                                                                        00012680
      *----------------CARTAO DE CONTROLE SYSIN--------------------*    00012690
      * WRK-PARM-MODO: 1 = GERACAO DOS LANCAMENTOS DA NOITE        *    00012700
      *                    (DEFAULT)                               *    00012710
      *                2 = BAIXA DA NOITE POSTADA                  *    00012720
       01 WRK-PARM.                                                     00012730
          05 WRK-PARM-MODO       PIC X(01).                             00012740
             88 PARM-MODO-GERACAO        VALUE '1' ' '.                 00012750
             88 PARM-MODO-BAIXA          VALUE '2'.                     00012760
                                                                        00012770
      * LANCAMENTOS DE EMPRESTIMO QUE VOLTARAM NA NOITE (MOV0106R,      00012780
      * MOV0106E E MOVREJ), PELA CONTA, CONTRATO E VENCIMENTO.          00012790
       01 WRK-TABELA-FALHAS.                                            00012800
          05 WRK-TAB-FALHA OCCURS 2000 TIMES INDEXED BY FAL-IDX.        00012810
             10 WRK-TFA-CHAVE      PIC X(11).                           00012820
             10 WRK-TFA-VENC       PIC 9(08).                           00012830
             10 WRK-TFA-MOTIVO     PIC X(20).                           00012840
                                                                        00012850
      *-------------------------------------------------------------*   00012860
       01 FILLER PIC X(45) VALUE                                        00012870
              '-----------LAYOUTS DE IMPRESSAO--------------'.          00012880
      *-------------------------------------------------------------*   00012890
       01 WRK-CABECALHO-EMP.                                            00012900
          05 FILLER               PIC X(36) VALUE                       00012910
                    'EMPRESTIMOS DA NOITE - MODO '.                     00012920
          05 WRK-CAB-MODO         PIC X(01).                            00012930
          05 FILLER               PIC X(11) VALUE ' - DATA    '.        00012940
          05 WRK-CAB-DATA         PIC 9(08).                            00012950
          05 FILLER               PIC X(11) VALUE '  FR16EP02'.         00012960
                                                                        00012970
       01 WRK-TITULO-EMP.                                               00012980
          05 FILLER               PIC X(80) VALUE                       00012990
             'AGEN CONT CTR VENCTO   PARCELA         VALOR SITUACAO  MOT00013000
      -      'IVO'.                                                     00013010
                                                                        00013020
       01 WRK-DETALHE-EMP.                                              00013030
          05 WRK-EMP-AGENCIA      PIC X(04).                            00013040
          05 FILLER               PIC X(01) VALUE SPACES.               00013050
          05 WRK-EMP-CONTA        PIC X(04).                            00013060
          05 FILLER               PIC X(01) VALUE SPACES.               00013070
          05 WRK-EMP-CONTRATO     PIC 9(03).                            00013080
          05 FILLER               PIC X(01) VALUE SPACES.               00013090
          05 WRK-EMP-VENC         PIC 9(08).                            00013100
          05 FILLER               PIC X(01) VALUE SPACES.               00013110
          05 WRK-EMP-PARCELA      PIC X(07).                            00013120
          05 FILLER               PIC X(01) VALUE SPACES.               00013130
          05 WRK-EMP-VALOR        PIC ZZ.ZZZ.ZZ9,99.                    00013140
          05 FILLER               PIC X(01) VALUE SPACES.               00013150
          05 WRK-EMP-SITUACAO     PIC X(09).                            00013160
          05 FILLER               PIC X(01) VALUE SPACES.               00013170
          05 WRK-EMP-MOTIVO       PIC X(20).                            00013180
                                                                        00013190
      * PARCELA NO FORMATO NNN/NNN (CREDITO SAI COMO LIBERACAO).        00013200
       01 WRK-PARC-EDIT.                                                00013210
          05 WRK-PED-PARCELA      PIC 9(03).                            00013220
          05 WRK-PED-BARRA        PIC X(01) VALUE '/'.                  00013230
          05 WRK-PED-PRAZO        PIC 9(03).                            00013240
                                                                        00013250
       01 WRK-TOTAL-EMP.                                                00013260
          05 WRK-TOT-TEXTO        PIC X(34).                            00013270
          05 WRK-TOT-QTDE         PIC Z.ZZZ.ZZ9.                        00013280
                                                                        00013290
       01 WRK-TOTAL-VALOR-EMP.                                          00013300
          05 FILLER               PIC X(34) VALUE                       00013310
             'VALOR TOTAL GERADO..............:'.                       00013320
          05 WRK-TOT-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.             00013330
                                                                        00013340
      *=============================================================*   00013350
       PROCEDURE                                 DIVISION.              00013360
      *=============================================================*   00013370
      ***************************************************************   00013380
      *          R O T I N A   P R I N C I P A L                    *   00013390
      ***************************************************************   00013400
      *--------------------------------------------------------------   00013410
       0000-PRINCIPAL                            SECTION.               00013420
      *--------------------------------------------------------------   00013430
             PERFORM 1000-INICIALIZAR.                                  00013440
             IF PARM-MODO-BAIXA                                         00013450
               IF WRK-BLOCO-POSTADO                                     00013460
                 PERFORM 2500-BAIXAR UNTIL WRK-FIM-VSAM                 00013470
               END-IF                                                   00013480
             ELSE                                                       00013490
               PERFORM 2000-GERAR UNTIL WRK-FIM-VSAM                    00013500
             END-IF.                                                    00013510
             PERFORM 3000-FINALIZAR.                                    00013520
             STOP RUN.                                                  00013530
      *--------------------------------------------------------------   00013540
       0000-99-FIM.                              EXIT.                  00013550
      *--------------------------------------------------------------   00013560
      ***************************************************************   00013570
      *             I N I C I A L I Z A R                           *   00013580
      ***************************************************************   00013590
      *--------------------------------------------------------------   00013600
       1000-INICIALIZAR                          SECTION.               00013610
      *--------------------------------------------------------------   00013620
            ACCEPT WRK-PARM FROM SYSIN.                                 00013630
            IF PARM-MODO-BAIXA                                          00013640
              PERFORM 1200-INICIAR-BAIXA                                00013650
            ELSE                                                        00013660
              ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD                   00013670
              OPEN INPUT  EMPVSAM                                       00013680
                   OUTPUT EMPMOV RELEMP                                 00013690
              MOVE ZEROS TO WRK-FS-HDRCTL WRK-FS-MOV0106R               00013700
                            WRK-FS-MOV0106E WRK-FS-MOVREJ               00013710
              PERFORM 5100-TESTAR-STATUS                                00013720
              PERFORM 1100-GRAVAR-HEADER                                00013730
            END-IF.                                                     00013740
            MOVE WRK-PARM-MODO TO WRK-CAB-MODO.                         00013750
            IF WRK-CAB-MODO EQUAL SPACES                                00013760
              MOVE '1' TO WRK-CAB-MODO                                  00013770
            END-IF.                                                     00013780
            MOVE WRK-DATA-PROC TO WRK-CAB-DATA.                         00013790
            WRITE FD-RELEMP FROM WRK-CABECALHO-EMP.                     00013800
            MOVE SPACES TO FD-RELEMP.                                   00013810
            WRITE FD-RELEMP.                                            00013820
            WRITE FD-RELEMP FROM WRK-TITULO-EMP.                        00013830
            PERFORM 5300-LER-EMPVSAM.                                   00013840
      *--------------------------------------------------------------   00013850
       1000-99-FIM.                              EXIT.                  00013860
      *--------------------------------------------------------------   00013870
      *--------------------------------------------------------------   00013880
       1100-GRAVAR-HEADER                        SECTION.               00013890
      *--------------------------------------------------------------   00013900
            MOVE SPACES        TO FD-EMPMOV.                            00013910
            MOVE 'HDR'         TO REG-CTL-TIPO.                         00013920
            MOVE WRK-ORIGEM    TO REG-CTL-ORIGEM.                       00013930
            MOVE WRK-DATA-PROC TO REG-CTL-DATA-ARQ.                     00013940
            MOVE ZEROS         TO REG-CTL-QTDE REG-CTL-VALOR.           00013950
            WRITE REG-CONTROLE.                                         00013960
      *--------------------------------------------------------------   00013970
       1100-99-FIM.                              EXIT.                  00013980
      *--------------------------------------------------------------   00013990
      ***************************************************************   00014000
      *         I N I C I A R   A   B A I X A                       *   00014010
      ***************************************************************   00014020
      * A DATA DA NOITE VEM DO HEADER DO EMPMOV GERADO; O BLOCO SO  *   00014030
      * FOI POSTADO SE ORIGEM+DATA CONSTAM DA LISTA DE HEADERS      *   00014040
      * ACEITOS PROMOVIDA NO STEP058 (HDRCTL). BLOCO RECUSADO PELO  *   00014050
      * FR16MV01 NAO BAIXA NADA: OS CONTRATOS FICAM COMO ESTAVAM E  *   00014060
      * SAEM DE NOVO NA GERACAO DA PROXIMA NOITE.                   *   00014070
      *--------------------------------------------------------------   00014080
       1200-INICIAR-BAIXA                        SECTION.               00014090
      *--------------------------------------------------------------   00014100
            OPEN INPUT  EMPMOV HDRCTL MOV0106R MOV0106E MOVREJ          00014110
                 I-O    EMPVSAM                                         00014120
                 OUTPUT RELEMP.                                         00014130
            PERFORM 5100-TESTAR-STATUS.                                 00014140
            READ EMPMOV                                                 00014150
              AT END MOVE 10 TO WRK-FS-EMPMOV                           00014160
            END-READ.                                                   00014170
            IF WRK-FS-EMPMOV EQUAL 10 OR                                00014180
               NOT REG-CTL-HEADER     OR                                00014190
               REG-CTL-ORIGEM NOT EQUAL WRK-ORIGEM                      00014200
              MOVE 'FR16EP02'            TO WRK-PROGRAMA                00014210
              MOVE '1200'                TO WRK-SECAO                   00014220
              MOVE 'EMPMOV SEM HEADER DO FR16EP02' TO WRK-MENSAGEM      00014230
              MOVE WRK-FS-EMPMOV         TO WRK-STATUS                  00014240
              PERFORM 6000-TRATA-ERROS                                  00014250
            END-IF.                                                     00014260
            MOVE REG-CTL-DATA-ARQ TO WRK-DATA-PROC.                     00014270
            PERFORM 1250-LER-HDRCTL UNTIL WRK-FS-HDRCTL EQUAL 10.       00014280
            IF WRK-BLOCO-NAO-POSTADO                                    00014290
              DISPLAY 'BLOCO ' WRK-ORIGEM ' ' WRK-DATA-PROC             00014300
                      ' NAO CONSTA DO HDRCTL - NADA A BAIXAR'           00014310
            END-IF.                                                     00014320
            PERFORM 1300-CARREGAR-R UNTIL WRK-FS-MOV0106R EQUAL 10.     00014330
            PERFORM 1400-CARREGAR-E UNTIL WRK-FS-MOV0106E EQUAL 10.     00014340
            PERFORM 1500-CARREGAR-REJ UNTIL WRK-FS-MOVREJ EQUAL 10.     00014350
            PERFORM 5400-LER-EMPMOV.                                    00014360
      *--------------------------------------------------------------   00014370
       1200-99-FIM.                              EXIT.                  00014380
      *--------------------------------------------------------------   00014390
      *--------------------------------------------------------------   00014400
       1250-LER-HDRCTL                           SECTION.               00014410
      *--------------------------------------------------------------   00014420
            READ HDRCTL                                                 00014430
              AT END MOVE 10 TO WRK-FS-HDRCTL                           00014440
            END-READ.                                                   00014450
            IF WRK-FS-HDRCTL NOT EQUAL 10 AND                           00014460
               FD-HDC-ORIGEM   EQUAL WRK-ORIGEM AND                     00014470
               FD-HDC-DATA-ARQ EQUAL WRK-DATA-PROC                      00014480
              MOVE 'S' TO WRK-SW-BLOCO                                  00014490
            END-IF.                                                     00014500
      *--------------------------------------------------------------   00014510
       1250-99-FIM.                              EXIT.                  00014520
      *--------------------------------------------------------------   00014530
      ***************************************************************   00014540
      *   C A R R E G A R   O S   L A N C A M E N T O S   Q U E     *   00014550
      *   V O L T A R A M                                           *   00014560
      ***************************************************************   00014570
      * SO ENTRAM NA TABELA OS LANCAMENTOS COM OS HISTORICOS DO     *   00014580
      * EMPRESTIMO E O PREFIXO DO TEXTO #EMPTXT.                    *   00014590
      *--------------------------------------------------------------   00014600
       1300-CARREGAR-R                           SECTION.               00014610
      *--------------------------------------------------------------   00014620
            READ MOV0106R                                               00014630
              AT END MOVE 10 TO WRK-FS-MOV0106R                         00014640
            END-READ.                                                   00014650
            IF WRK-FS-MOV0106R NOT EQUAL 10 AND                         00014660
               (FD-MOV0106R-HISTORICO EQUAL WRK-HIS-PARCELA OR          00014670
                FD-MOV0106R-HISTORICO EQUAL WRK-HIS-CREDITO)            00014680
              MOVE FD-MOV0106R-MOVIMENTO TO REG-EMPTXT                  00014690
              IF REG-EMPTXT-EMPRESTIMO                                  00014700
                MOVE FD-MOV0106R-AGENCIA TO WRK-CMV-AGENCIA             00014710
                MOVE FD-MOV0106R-CONTA   TO WRK-CMV-CONTA               00014720
                MOVE FD-MOV0106R-MOTIVO  TO WRK-MOTIVO                  00014730
                PERFORM 1600-GUARDAR-FALHA                              00014740
              END-IF                                                    00014750
            END-IF.                                                     00014760
      *--------------------------------------------------------------   00014770
       1300-99-FIM.                              EXIT.                  00014780
      *--------------------------------------------------------------   00014790
      *--------------------------------------------------------------   00014800
       1400-CARREGAR-E                           SECTION.               00014810
      *--------------------------------------------------------------   00014820
            READ MOV0106E                                               00014830
              AT END MOVE 10 TO WRK-FS-MOV0106E                         00014840
            END-READ.                                                   00014850
            IF WRK-FS-MOV0106E NOT EQUAL 10 AND                         00014860
               (FD-MOV0106E-HISTORICO EQUAL WRK-HIS-PARCELA OR          00014870
                FD-MOV0106E-HISTORICO EQUAL WRK-HIS-CREDITO)            00014880
              MOVE FD-MOV0106E-MOVIMENTO TO REG-EMPTXT                  00014890
              IF REG-EMPTXT-EMPRESTIMO                                  00014900
                MOVE FD-MOV0106E-AGENCIA TO WRK-CMV-AGENCIA             00014910
                MOVE FD-MOV0106E-CONTA   TO WRK-CMV-CONTA               00014920
                MOVE FD-MOV0106E-MOTIVO  TO WRK-MOTIVO                  00014930
                PERFORM 1600-GUARDAR-FALHA                              00014940
              END-IF                                                    00014950
            END-IF.                                                     00014960
      *--------------------------------------------------------------   00014970
       1400-99-FIM.                              EXIT.                  00014980
      *--------------------------------------------------------------   00014990
      *--------------------------------------------------------------   00015000
       1500-CARREGAR-REJ                         SECTION.               00015010
      *--------------------------------------------------------------   00015020
            READ MOVREJ                                                 00015030
              AT END MOVE 10 TO WRK-FS-MOVREJ                           00015040
            END-READ.                                                   00015050
            IF WRK-FS-MOVREJ NOT EQUAL 10 AND                           00015060
               FD-MOVREJ-HISTORICO NUMERIC AND                          00015070
               (FD-MOVREJ-HISTORICO-N EQUAL WRK-HIS-PARCELA OR          00015080
                FD-MOVREJ-HISTORICO-N EQUAL WRK-HIS-CREDITO)            00015090
              MOVE FD-MOVREJ-MOVIMENTO TO REG-EMPTXT                    00015100
              IF REG-EMPTXT-EMPRESTIMO                                  00015110
                MOVE FD-MOVREJ-AGENCIA TO WRK-CMV-AGENCIA               00015120
                MOVE FD-MOVREJ-CONTA   TO WRK-CMV-CONTA                 00015130
                MOVE FD-MOVREJ-MOTIVO  TO WRK-MOTIVO                    00015140
                PERFORM 1600-GUARDAR-FALHA                              00015150
              END-IF                                                    00015160
            END-IF.                                                     00015170
      *--------------------------------------------------------------   00015180
       1500-99-FIM.                              EXIT.                  00015190
      *--------------------------------------------------------------   00015200
      *--------------------------------------------------------------   00015210
       1600-GUARDAR-FALHA                        SECTION.               00015220
      *--------------------------------------------------------------   00015230
            IF WRK-FAL-QTDE EQUAL WRK-FAL-MAX                           00015240
              MOVE 'FR16EP02'            TO WRK-PROGRAMA                00015250
              MOVE '1600'                TO WRK-SECAO                   00015260
              MOVE 'TABELA DE FALHAS EXCEDE O LIMITE' TO WRK-MENSAGEM   00015270
              MOVE ZEROS                 TO WRK-STATUS                  00015280
              PERFORM 6000-TRATA-ERROS                                  00015290
            END-IF.                                                     00015300
            MOVE REG-EMPTXT-CONTRATO TO WRK-CMV-CONTRATO.               00015310
            ADD 1 TO WRK-FAL-QTDE.                                      00015320
            SET FAL-IDX TO WRK-FAL-QTDE.                                00015330
            MOVE WRK-CHAVE-MOV     TO WRK-TFA-CHAVE (FAL-IDX).          00015340
            MOVE REG-EMPTXT-VENC   TO WRK-TFA-VENC (FAL-IDX).           00015350
            MOVE WRK-MOTIVO        TO WRK-TFA-MOTIVO (FAL-IDX).         00015360
      *--------------------------------------------------------------   00015370
       1600-99-FIM.                              EXIT.                  00015380
      *--------------------------------------------------------------   00015390
      ***************************************************************   00015400
      *               G E R A R   ( M O D O   1 )                   *   00015410
      ***************************************************************   00015420
      * UM LANCAMENTO POR CONTRATO POR NOITE: O CREDITO DO CONTRATO *   00015430
      * A LIBERAR OU A PARCELA MAIS ANTIGA EM ABERTO, SE VENCIDA.   *   00015440
      * PARCELA RECUSADA CONTINUA SENDO A MAIS ANTIGA E SAI DE NOVO *   00015450
      * TODA NOITE ATE SER PAGA.                                    *   00015460
      *--------------------------------------------------------------   00015470
       2000-GERAR                                SECTION.               00015480
      *--------------------------------------------------------------   00015490
            EVALUATE TRUE                                               00015500
             WHEN REG-EMP-A-LIBERAR                                     00015510
               PERFORM 2100-GRAVAR-CREDITO                              00015520
             WHEN REG-EMP-EM-CURSO                     AND              00015530
                  REG-EMP-PROX-VENC NOT EQUAL ZEROS    AND              00015540
                  REG-EMP-PROX-VENC NOT GREATER WRK-DATA-PROC           00015550
               PERFORM 2150-GRAVAR-PARCELA                              00015560
            END-EVALUATE.                                               00015570
            PERFORM 5300-LER-EMPVSAM.                                   00015580
      *--------------------------------------------------------------   00015590
       2000-99-FIM.                              EXIT.                  00015600
      *--------------------------------------------------------------   00015610
      *--------------------------------------------------------------   00015620
       2100-GRAVAR-CREDITO                       SECTION.               00015630
      *--------------------------------------------------------------   00015640
            MOVE SPACES                TO REG-EMPTXT.                   00015650
            MOVE 'EMP '                TO REG-EMPTXT-PREFIXO.           00015660
            MOVE REG-EMP-CONTRATO      TO REG-EMPTXT-CONTRATO.          00015670
            MOVE REG-EMP-DATA-CONTRATO TO REG-EMPTXT-VENC.              00015680
            MOVE 'LIB  '               TO REG-EMPTXT-TIPO.              00015690
            MOVE ZEROS                 TO REG-EMPTXT-PARCELA.           00015700
            MOVE '/'                   TO REG-EMPTXT-BARRA.             00015710
            MOVE REG-EMP-PRAZO         TO REG-EMPTXT-PRAZO.             00015720
            MOVE REG-EMP-PRINCIPAL     TO WRK-VALOR-LCT.                00015730
            MOVE 'C'                   TO FD-EMPMOV-TIPOMOV.            00015740
            MOVE WRK-HIS-CREDITO       TO FD-EMPMOV-HISTORICO.          00015750
            PERFORM 2190-GRAVAR-LANCAMENTO.                             00015760
            ADD 1                      TO WRK-CREDITOS-GER.             00015770
            MOVE REG-EMP-DATA-CONTRATO TO WRK-EMP-VENC.                 00015780
            MOVE 'LIBERACAO'           TO WRK-EMP-PARCELA.              00015790
            MOVE 'GERADO'              TO WRK-EMP-SITUACAO.             00015800
            MOVE SPACES                TO WRK-EMP-MOTIVO.               00015810
            PERFORM 2900-GRAVAR-LINHA.                                  00015820
      *--------------------------------------------------------------   00015830
       2100-99-FIM.                              EXIT.                  00015840
      *--------------------------------------------------------------   00015850
      ***************************************************************   00015860
      *       G R A V A R   P A R C E L A                           *   00015870
      ***************************************************************   00015880
      * A ULTIMA PARCELA E O SALDO DEVEDOR MAIS OS JUROS DO MES, O  *   00015890
      * QUE ZERA O CONTRATO SEM SOBRA DE CENTAVOS.                  *   00015900
      *--------------------------------------------------------------   00015910
       2150-GRAVAR-PARCELA                       SECTION.               00015920
      *--------------------------------------------------------------   00015930
            IF REG-EMP-PARCELAS-PAGAS + 1 NOT LESS REG-EMP-PRAZO        00015940
              COMPUTE WRK-JUROS ROUNDED =                               00015950
                      REG-EMP-SALDO-DEVEDOR * REG-EMP-TAXA / 100        00015960
              COMPUTE WRK-VALOR-LCT =                                   00015970
                      REG-EMP-SALDO-DEVEDOR + WRK-JUROS                 00015980
            ELSE                                                        00015990
              MOVE REG-EMP-VALOR-PARCELA TO WRK-VALOR-LCT               00016000
            END-IF.                                                     00016010
            MOVE SPACES                TO REG-EMPTXT.                   00016020
            MOVE 'EMP '                TO REG-EMPTXT-PREFIXO.           00016030
            MOVE REG-EMP-CONTRATO      TO REG-EMPTXT-CONTRATO.          00016040
            MOVE REG-EMP-PROX-VENC     TO REG-EMPTXT-VENC.              00016050
            MOVE 'PARC '               TO REG-EMPTXT-TIPO.              00016060
            COMPUTE REG-EMPTXT-PARCELA = REG-EMP-PARCELAS-PAGAS + 1.    00016070
            MOVE '/'                   TO REG-EMPTXT-BARRA.             00016080
            MOVE REG-EMP-PRAZO         TO REG-EMPTXT-PRAZO.             00016090
            MOVE 'D'                   TO FD-EMPMOV-TIPOMOV.            00016100
            MOVE WRK-HIS-PARCELA       TO FD-EMPMOV-HISTORICO.          00016110
            PERFORM 2190-GRAVAR-LANCAMENTO.                             00016120
            ADD 1                      TO WRK-PARCELAS-GER.             00016130
            MOVE REG-EMP-PROX-VENC     TO WRK-EMP-VENC.                 00016140
            MOVE REG-EMPTXT-PARCELA    TO WRK-PED-PARCELA.              00016150
            MOVE REG-EMP-PRAZO         TO WRK-PED-PRAZO.                00016160
            MOVE WRK-PARC-EDIT         TO WRK-EMP-PARCELA.              00016170
            MOVE 'GERADO'              TO WRK-EMP-SITUACAO.             00016180
            MOVE SPACES                TO WRK-EMP-MOTIVO.               00016190
            PERFORM 2900-GRAVAR-LINHA.                                  00016200
      *--------------------------------------------------------------   00016210
       2150-99-FIM.                              EXIT.                  00016220
      *--------------------------------------------------------------   00016230
      *--------------------------------------------------------------   00016240
       2190-GRAVAR-LANCAMENTO                    SECTION.               00016250
      *--------------------------------------------------------------   00016260
            MOVE REG-EMP-AGENCIA      TO FD-EMPMOV-AGENCIA.             00016270
            MOVE REG-EMP-CONTA        TO FD-EMPMOV-CONTA.               00016280
            MOVE REG-EMPTXT           TO FD-EMPMOV-MOVIMENTO.           00016290
            MOVE WRK-VALOR-LCT        TO FD-EMPMOV-VALORMOV.            00016300
            WRITE FD-EMPMOV.                                            00016310
            ADD 1                     TO WRK-GERADOS.                   00016320
            ADD WRK-VALOR-LCT         TO WRK-VALOR-GERADO.              00016330
      *--------------------------------------------------------------   00016340
       2190-99-FIM.                              EXIT.                  00016350
      *--------------------------------------------------------------   00016360
      ***************************************************************   00016370
      *               B A I X A R   ( M O D O   2 )                 *   00016380
      ***************************************************************   00016390
      * BALANCE LINE EMPVSAM X EMPMOV, OS DOIS NA ORDEM DA CHAVE    *   00016400
      * (O EMPMOV FOI GRAVADO PELO BROWSE DO PROPRIO CLUSTER).      *   00016410
      * CONTRATO EM CURSO SEM LANCAMENTO NA NOITE SO TEM OS DIAS DE *   00016420
      * ATRASO RECONTADOS.                                          *   00016430
      *--------------------------------------------------------------   00016440
       2500-BAIXAR                               SECTION.               00016450
      *--------------------------------------------------------------   00016460
            PERFORM 5400-LER-EMPMOV                                     00016470
               UNTIL WRK-CHAVE-MOV NOT LESS REG-EMP-CHAVE.              00016480
            EVALUATE TRUE                                               00016490
             WHEN WRK-CHAVE-MOV EQUAL REG-EMP-CHAVE                     00016500
               PERFORM 2550-BAIXAR-LANCAMENTO                           00016510
               PERFORM 5400-LER-EMPMOV                                  00016520
             WHEN REG-EMP-EM-CURSO                                      00016530
               MOVE 'N' TO WRK-SW-FALHA                                 00016540
               PERFORM 2700-CONTAR-ATRASO                               00016550
               PERFORM 2800-REGRAVAR-CONTRATO                           00016560
            END-EVALUATE.                                               00016570
            PERFORM 5300-LER-EMPVSAM.                                   00016580
      *--------------------------------------------------------------   00016590
       2500-99-FIM.                              EXIT.                  00016600
      *--------------------------------------------------------------   00016610
      ***************************************************************   00016620
      *       B A I X A R   O   L A N C A M E N T O   G E R A D O   *   00016630
      ***************************************************************   00016640
      * CREDITO DE CONTRATO QUE JA NAO ESTA A LIBERAR, OU PARCELA   *   00016650
      * COM O ULTIMO VENCIMENTO BAIXADO NESTA MESMA NOITE, JA FOI   *   00016660
      * BAIXADO (RERUN DO STEP).                                    *   00016670
      *--------------------------------------------------------------   00016680
       2550-BAIXAR-LANCAMENTO                    SECTION.               00016690
      *--------------------------------------------------------------   00016700
            EVALUATE TRUE                                               00016710
             WHEN WRK-MOV-LIBERACAO AND NOT REG-EMP-A-LIBERAR           00016720
               ADD 1 TO WRK-JA-BAIXADOS                                 00016730
             WHEN WRK-MOV-PARCELA AND                                   00016740
                  REG-EMP-ULT-VENC EQUAL WRK-VENC-MOV AND               00016750
                  REG-EMP-ULT-GER  EQUAL WRK-DATA-PROC                  00016760
               ADD 1 TO WRK-JA-BAIXADOS                                 00016770
             WHEN OTHER                                                 00016780
               PERFORM 2560-PROCURAR-FALHA                              00016790
               MOVE WRK-VENC-MOV  TO REG-EMP-ULT-VENC WRK-EMP-VENC      00016800
               MOVE WRK-DATA-PROC TO REG-EMP-ULT-GER                    00016810
               MOVE WRK-VALOR-MOV TO WRK-VALOR-LCT                      00016820
               IF WRK-LANCAMENTO-FALHOU                                 00016830
                 MOVE 'F'           TO REG-EMP-ULT-RESULTADO            00016840
                 MOVE WRK-TFA-MOTIVO (FAL-IDX)                          00016850
                                    TO WRK-EMP-MOTIVO                   00016860
                 ADD 1              TO WRK-FALHAS                       00016870
               ELSE                                                     00016880
                 MOVE 'P'           TO REG-EMP-ULT-RESULTADO            00016890
                 MOVE SPACES        TO WRK-EMP-MOTIVO                   00016900
               END-IF                                                   00016910
               IF WRK-MOV-LIBERACAO                                     00016920
                 PERFORM 2580-BAIXAR-CREDITO                            00016930
               ELSE                                                     00016940
                 PERFORM 2590-BAIXAR-PARCELA                            00016950
               END-IF                                                   00016960
               PERFORM 2800-REGRAVAR-CONTRATO                           00016970
               PERFORM 2900-GRAVAR-LINHA                                00016980
            END-EVALUATE.                                               00016990
      *--------------------------------------------------------------   00017000
       2550-99-FIM.                              EXIT.                  00017010
      *--------------------------------------------------------------   00017020
      *--------------------------------------------------------------   00017030
       2560-PROCURAR-FALHA                       SECTION.               00017040
      *--------------------------------------------------------------   00017050
            MOVE 'N' TO WRK-SW-FALHA.                                   00017060
            MOVE 1 TO WRK-IND.                                          00017070
            PERFORM 2570-TESTAR-FALHA                                   00017080
               UNTIL WRK-LANCAMENTO-FALHOU                              00017090
                  OR WRK-IND GREATER WRK-FAL-QTDE.                      00017100
      *--------------------------------------------------------------   00017110
       2560-99-FIM.                              EXIT.                  00017120
      *--------------------------------------------------------------   00017130
      *--------------------------------------------------------------   00017140
       2570-TESTAR-FALHA                         SECTION.               00017150
      *--------------------------------------------------------------   00017160
            SET FAL-IDX TO WRK-IND.                                     00017170
            IF WRK-TFA-CHAVE (FAL-IDX) EQUAL WRK-CHAVE-MOV AND          00017180
               WRK-TFA-VENC (FAL-IDX)  EQUAL WRK-VENC-MOV               00017190
              MOVE 'S' TO WRK-SW-FALHA                                  00017200
            ELSE                                                        00017210
              ADD 1 TO WRK-IND                                          00017220
            END-IF.                                                     00017230
      *--------------------------------------------------------------   00017240
       2570-99-FIM.                              EXIT.                  00017250
      *--------------------------------------------------------------   00017260
      ***************************************************************   00017270
      *       B A I X A R   C R E D I T O   D O   P R I N C I P A L *   00017280
      ***************************************************************   00017290
      * CREDITO QUE NAO ENTROU NA CONTA RECUSA O CONTRATO: NADA FOI *   00017300
      * LIBERADO, ENTAO NAO HA PARCELA A COBRAR. A AGENCIA CONTRATA *   00017310
      * DE NOVO DEPOIS DE REGULARIZAR A CONTA.                      *   00017320
      *--------------------------------------------------------------   00017330
       2580-BAIXAR-CREDITO                       SECTION.               00017340
      *--------------------------------------------------------------   00017350
            MOVE 'LIBERACAO'     TO WRK-EMP-PARCELA.                    00017360
            IF WRK-LANCAMENTO-FALHOU                                    00017370
              MOVE 'R'           TO REG-EMP-SITUACAO                    00017380
              MOVE WRK-DATA-PROC TO REG-EMP-DATA-RECUSA                 00017390
              MOVE WRK-TFA-MOTIVO (FAL-IDX)                             00017400
                                 TO REG-EMP-MOTIVO-RECUSA               00017410
              MOVE 'RECUSADO'    TO WRK-EMP-SITUACAO                    00017420
              ADD 1              TO WRK-RECUSADOS                       00017430
            ELSE                                                        00017440
              MOVE 'A'           TO REG-EMP-SITUACAO                    00017450
              MOVE WRK-DATA-PROC TO REG-EMP-DATA-LIBERACAO              00017460
              MOVE 'LIBERADO'    TO WRK-EMP-SITUACAO                    00017470
              ADD 1              TO WRK-LIBERADOS                       00017480
              PERFORM 2700-CONTAR-ATRASO                                00017490
            END-IF.                                                     00017500
      *--------------------------------------------------------------   00017510
       2580-99-FIM.                              EXIT.                  00017520
      *--------------------------------------------------------------   00017530
      ***************************************************************   00017540
      *       B A I X A R   P A R C E L A                           *   00017550
      ***************************************************************   00017560
      * JUROS DO MES SOBRE O SALDO DEVEDOR; O RESTO DA PARCELA      *   00017570
      * AMORTIZA. O VENCIMENTO SO AVANCA SE O CONTRATO NAO FOI      *   00017580
      * MEXIDO DEPOIS DA GERACAO. PARCELA RECUSADA NAO MEXE NO      *   00017590
      * SALDO NEM NO VENCIMENTO.                                    *   00017600
      *--------------------------------------------------------------   00017610
       2590-BAIXAR-PARCELA                       SECTION.               00017620
      *--------------------------------------------------------------   00017630
            COMPUTE WRK-PED-PARCELA = REG-EMP-PARCELAS-PAGAS + 1.       00017640
            MOVE REG-EMP-PRAZO   TO WRK-PED-PRAZO.                      00017650
            MOVE WRK-PARC-EDIT   TO WRK-EMP-PARCELA.                    00017660
            IF WRK-LANCAMENTO-FALHOU                                    00017670
              MOVE 'L'           TO REG-EMP-SITUACAO                    00017680
              ADD 1              TO REG-EMP-QTDE-RECUSAS                00017690
              MOVE WRK-DATA-PROC TO REG-EMP-DATA-RECUSA                 00017700
              MOVE WRK-TFA-MOTIVO (FAL-IDX)                             00017710
                                 TO REG-EMP-MOTIVO-RECUSA               00017720
              MOVE 'RECUSADA'    TO WRK-EMP-SITUACAO                    00017730
              PERFORM 2700-CONTAR-ATRASO                                00017740
            ELSE                                                        00017750
              COMPUTE WRK-JUROS ROUNDED =                               00017760
                      REG-EMP-SALDO-DEVEDOR * REG-EMP-TAXA / 100        00017770
              IF WRK-JUROS GREATER WRK-VALOR-MOV                        00017780
                MOVE WRK-VALOR-MOV TO WRK-JUROS                         00017790
              END-IF                                                    00017800
              COMPUTE WRK-AMORTIZACAO = WRK-VALOR-MOV - WRK-JUROS       00017810
              IF WRK-AMORTIZACAO GREATER REG-EMP-SALDO-DEVEDOR          00017820
                MOVE REG-EMP-SALDO-DEVEDOR TO WRK-AMORTIZACAO           00017830
              END-IF                                                    00017840
              SUBTRACT WRK-AMORTIZACAO FROM REG-EMP-SALDO-DEVEDOR       00017850
              ADD WRK-JUROS      TO REG-EMP-JUROS-PAGOS                 00017860
              ADD 1              TO REG-EMP-PARCELAS-PAGAS              00017870
              ADD 1              TO WRK-PAGAS                           00017880
              IF REG-EMP-PARCELAS-PAGAS NOT LESS REG-EMP-PRAZO OR       00017890
                 REG-EMP-SALDO-DEVEDOR EQUAL ZEROS                      00017900
                MOVE 'Q'           TO REG-EMP-SITUACAO                  00017910
                MOVE ZEROS         TO REG-EMP-SALDO-DEVEDOR             00017920
                                      REG-EMP-DIAS-ATRASO               00017930
                MOVE WRK-DATA-PROC TO REG-EMP-DATA-QUITACAO             00017940
                MOVE 'QUITADO'     TO WRK-EMP-SITUACAO                  00017950
                ADD 1              TO WRK-QUITADOS                      00017960
              ELSE                                                      00017970
                IF REG-EMP-PROX-VENC EQUAL WRK-VENC-MOV                 00017980
                  MOVE WRK-VENC-MOV TO WRK-VENC                         00017990
                  PERFORM 2600-AVANCAR-VENCIMENTO                       00018000
                  MOVE WRK-VENC     TO REG-EMP-PROX-VENC                00018010
                END-IF                                                  00018020
                MOVE 'PAGA'        TO WRK-EMP-SITUACAO                  00018030
                PERFORM 2700-CONTAR-ATRASO                              00018040
              END-IF                                                    00018050
            END-IF.                                                     00018060
      *--------------------------------------------------------------   00018070
       2590-99-FIM.                              EXIT.                  00018080
      *--------------------------------------------------------------   00018090
      ***************************************************************   00018100
      *       A V A N C A R   V E N C I M E N T O                   *   00018110
      ***************************************************************   00018120
      * UM MES SOBRE WRK-VENC, DE VOLTA AO DIA-BASE DO CONTRATO,    *   00018130
      * LIMITADO AO ULTIMO DIA DO MES (CONTRATO DO DIA 31 VENCE EM  *   00018140
      * 30/04 E VOLTA A 31/05).                                     *   00018150
      *--------------------------------------------------------------   00018160
       2600-AVANCAR-VENCIMENTO                   SECTION.               00018170
      *--------------------------------------------------------------   00018180
            IF WRK-VNC-MES EQUAL 12                                     00018190
              ADD 1 TO WRK-VNC-ANO                                      00018200
              MOVE 01 TO WRK-VNC-MES                                    00018210
            ELSE                                                        00018220
              ADD 1 TO WRK-VNC-MES                                      00018230
            END-IF.                                                     00018240
            PERFORM 2650-AJUSTAR-DIA-BASE.                              00018250
      *--------------------------------------------------------------   00018260
       2600-99-FIM.                              EXIT.                  00018270
      *--------------------------------------------------------------   00018280
      *--------------------------------------------------------------   00018290
       2650-AJUSTAR-DIA-BASE                     SECTION.               00018300
      *--------------------------------------------------------------   00018310
      *     ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE.       00018320
            MOVE WRK-VNC-ANO TO WRK-AUX-ANO.                            00018330
            MOVE 01          TO WRK-AUX-DIA.                            00018340
            IF WRK-VNC-MES EQUAL 12                                     00018350
              ADD 1   TO WRK-AUX-ANO                                    00018360
              MOVE 01 TO WRK-AUX-MES                                    00018370
            ELSE                                                        00018380
              COMPUTE WRK-AUX-MES = WRK-VNC-MES + 1                     00018390
            END-IF.                                                     00018400
            COMPUTE WRK-DIA-INT =                                       00018410
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX) - 1.        00018420
            COMPUTE WRK-DATA-AUX =                                      00018430
                    FUNCTION DATE-OF-INTEGER (WRK-DIA-INT).             00018440
            MOVE WRK-AUX-DIA TO WRK-ULTIMO-DIA.                         00018450
            IF REG-EMP-DIA-BASE EQUAL ZEROS OR                          00018460
               REG-EMP-DIA-BASE GREATER WRK-ULTIMO-DIA                  00018470
              MOVE WRK-ULTIMO-DIA   TO WRK-VNC-DIA                      00018480
            ELSE                                                        00018490
              MOVE REG-EMP-DIA-BASE TO WRK-VNC-DIA                      00018500
            END-IF.                                                     00018510
      *--------------------------------------------------------------   00018520
       2650-99-FIM.                              EXIT.                  00018530
      *--------------------------------------------------------------   00018540
      ***************************************************************   00018550
      *       C O N T A R   O S   D I A S   D E   A T R A S O       *   00018560
      ***************************************************************   00018570
      * DIAS CORRIDOS DA PARCELA MAIS ANTIGA EM ABERTO ATE A DATA   *   00018580
      * DA NOITE. PARCELA QUE AINDA NAO VENCEU DEIXA O CONTRATO EM  *   00018590
      * DIA (A PARCELA QUE VENCE HOJE SO ATRASA SE FOR RECUSADA).   *   00018600
      *--------------------------------------------------------------   00018610
       2700-CONTAR-ATRASO                        SECTION.               00018620
      *--------------------------------------------------------------   00018630
            IF REG-EMP-PROX-VENC LESS WRK-DATA-PROC OR                  00018640
               (REG-EMP-PROX-VENC EQUAL WRK-DATA-PROC AND               00018650
                WRK-LANCAMENTO-FALHOU)                                  00018660
              MOVE 'L' TO REG-EMP-SITUACAO                              00018670
              COMPUTE REG-EMP-DIAS-ATRASO =                             00018680
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-PROC)          00018690
                    - FUNCTION INTEGER-OF-DATE (REG-EMP-PROX-VENC)      00018700
              ADD 1    TO WRK-EM-ATRASO                                 00018710
            ELSE                                                        00018720
              MOVE 'A'   TO REG-EMP-SITUACAO                            00018730
              MOVE ZEROS TO REG-EMP-DIAS-ATRASO                         00018740
            END-IF.                                                     00018750
      *--------------------------------------------------------------   00018760
       2700-99-FIM.                              EXIT.                  00018770
      *--------------------------------------------------------------   00018780
      ***************************************************************   00018790
      *       R E G R A V A R   C O N T R A T O                     *   00018800
      ***************************************************************   00018810
      *--------------------------------------------------------------   00018820
       2800-REGRAVAR-CONTRATO                    SECTION.               00018830
      *--------------------------------------------------------------   00018840
            MOVE WRK-DATA-PROC TO REG-EMP-DATA-ALT.                     00018850
            MOVE WRK-ORIGEM    TO REG-EMP-OPERADOR.                     00018860
            REWRITE REG-EMP                                             00018870
              INVALID KEY                                               00018880
                MOVE 'FR16EP02'            TO WRK-PROGRAMA              00018890
                MOVE '2800'                TO WRK-SECAO                 00018900
                MOVE 'ERRO NA REGRAVACAO DO EMPVSAM' TO WRK-MENSAGEM    00018910
                MOVE WRK-FS-EMPVSAM        TO WRK-STATUS                00018920
                PERFORM 6000-TRATA-ERROS                                00018930
            END-REWRITE.                                                00018940
      *--------------------------------------------------------------   00018950
       2800-99-FIM.                              EXIT.                  00018960
      *--------------------------------------------------------------   00018970
      ***************************************************************   00018980
      *       G R A V A R   L I N H A   D O   R E L A T O R I O     *   00018990
      ***************************************************************   00019000
      *--------------------------------------------------------------   00019010
       2900-GRAVAR-LINHA                         SECTION.               00019020
      *--------------------------------------------------------------   00019030
            MOVE REG-EMP-AGENCIA  TO WRK-EMP-AGENCIA.                   00019040
            MOVE REG-EMP-CONTA    TO WRK-EMP-CONTA.                     00019050
            MOVE REG-EMP-CONTRATO TO WRK-EMP-CONTRATO.                  00019060
            MOVE WRK-VALOR-LCT    TO WRK-EMP-VALOR.                     00019070
            WRITE FD-RELEMP FROM WRK-DETALHE-EMP.                       00019080
      *--------------------------------------------------------------   00019090
       2900-99-FIM.                              EXIT.                  00019100
      *--------------------------------------------------------------   00019110
      ***************************************************************   00019120
      *               F I N A L I Z A R                             *   00019130
      ***************************************************************   00019140
      *--------------------------------------------------------------   00019150
       3000-FINALIZAR                            SECTION.               00019160
      *--------------------------------------------------------------   00019170
            MOVE SPACES TO FD-RELEMP.                                   00019180
            WRITE FD-RELEMP.                                            00019190
            MOVE 'CONTRATOS LIDOS.................:'                    00019200
                                    TO WRK-TOT-TEXTO                    00019210
            MOVE WRK-CONTRATOS-LIDOS TO WRK-TOT-QTDE                    00019220
            WRITE FD-RELEMP FROM WRK-TOTAL-EMP.                         00019230
            IF PARM-MODO-BAIXA                                          00019240
              PERFORM 3200-TOTAIS-BAIXA                                 00019250
              CLOSE HDRCTL MOV0106R MOV0106E MOVREJ                     00019260
            ELSE                                                        00019270
              PERFORM 3100-GRAVAR-TRAILER                               00019280
              MOVE 'CREDITOS DE PRINCIPAL GERADOS...:'                  00019290
                                    TO WRK-TOT-TEXTO                    00019300
              MOVE WRK-CREDITOS-GER TO WRK-TOT-QTDE                     00019310
              WRITE FD-RELEMP FROM WRK-TOTAL-EMP                        00019320
              MOVE 'DEBITOS DE PARCELA GERADOS......:'                  00019330
                                    TO WRK-TOT-TEXTO                    00019340
              MOVE WRK-PARCELAS-GER TO WRK-TOT-QTDE                     00019350
              WRITE FD-RELEMP FROM WRK-TOTAL-EMP                        00019360
              MOVE WRK-VALOR-GERADO TO WRK-TOT-VALOR                    00019370
              WRITE FD-RELEMP FROM WRK-TOTAL-VALOR-EMP                  00019380
              DISPLAY 'CREDITOS DE PRINCIPAL GERADOS : '                00019390
                      WRK-CREDITOS-GER                                  00019400
              DISPLAY 'DEBITOS DE PARCELA GERADOS    : '                00019410
                      WRK-PARCELAS-GER                                  00019420
            END-IF.                                                     00019430
            CLOSE EMPVSAM EMPMOV RELEMP.                                00019440
            DISPLAY 'CONTRATOS LIDOS               : '                  00019450
                    WRK-CONTRATOS-LIDOS.                                00019460
            DISPLAY '-----FIM DE PROCESSAMENTO----'.                    00019470
      *--------------------------------------------------------------   00019480
       3000-99-FIM.                              EXIT.                  00019490
      *--------------------------------------------------------------   00019500
      *--------------------------------------------------------------   00019510
       3100-GRAVAR-TRAILER                       SECTION.               00019520
      *--------------------------------------------------------------   00019530
            MOVE SPACES           TO FD-EMPMOV.                         00019540
            MOVE 'TRL'            TO REG-CTL-TIPO.                      00019550
            MOVE WRK-ORIGEM       TO REG-CTL-ORIGEM.                    00019560
            MOVE WRK-DATA-PROC    TO REG-CTL-DATA-ARQ.                  00019570
            MOVE WRK-GERADOS      TO REG-CTL-QTDE.                      00019580
            MOVE WRK-VALOR-GERADO TO REG-CTL-VALOR.                     00019590
            WRITE REG-CONTROLE.                                         00019600
      *--------------------------------------------------------------   00019610
       3100-99-FIM.                              EXIT.                  00019620
      *--------------------------------------------------------------   00019630
      *--------------------------------------------------------------   00019640
       3200-TOTAIS-BAIXA                         SECTION.               00019650
      *--------------------------------------------------------------   00019660
            MOVE 'CONTRATOS LIBERADOS.............:'                    00019670
                                    TO WRK-TOT-TEXTO                    00019680
            MOVE WRK-LIBERADOS      TO WRK-TOT-QTDE                     00019690
            WRITE FD-RELEMP FROM WRK-TOTAL-EMP.                         00019700
            MOVE 'CONTRATOS RECUSADOS.............:'                    00019710
                                    TO WRK-TOT-TEXTO                    00019720
            MOVE WRK-RECUSADOS      TO WRK-TOT-QTDE                     00019730
            WRITE FD-RELEMP FROM WRK-TOTAL-EMP.                         00019740
            MOVE 'PARCELAS PAGAS..................:'                    00019750
                                    TO WRK-TOT-TEXTO                    00019760
            MOVE WRK-PAGAS          TO WRK-TOT-QTDE                     00019770
            WRITE FD-RELEMP FROM WRK-TOTAL-EMP.                         00019780
            MOVE 'CONTRATOS QUITADOS..............:'                    00019790
                                    TO WRK-TOT-TEXTO                    00019800
            MOVE WRK-QUITADOS       TO WRK-TOT-QTDE                     00019810
            WRITE FD-RELEMP FROM WRK-TOTAL-EMP.                         00019820
            MOVE 'LANCAMENTOS QUE FALHARAM........:'                    00019830
                                    TO WRK-TOT-TEXTO                    00019840
            MOVE WRK-FALHAS         TO WRK-TOT-QTDE                     00019850
            WRITE FD-RELEMP FROM WRK-TOTAL-EMP.                         00019860
            MOVE 'CONTRATOS EM ATRASO.............:'                    00019870
                                    TO WRK-TOT-TEXTO                    00019880
            MOVE WRK-EM-ATRASO      TO WRK-TOT-QTDE                     00019890
            WRITE FD-RELEMP FROM WRK-TOTAL-EMP.                         00019900
            MOVE 'LANCAMENTOS JA BAIXADOS (RERUN).:'                    00019910
                                    TO WRK-TOT-TEXTO                    00019920
            MOVE WRK-JA-BAIXADOS    TO WRK-TOT-QTDE                     00019930
            WRITE FD-RELEMP FROM WRK-TOTAL-EMP.                         00019940
            IF WRK-BLOCO-NAO-POSTADO                                    00019950
              MOVE SPACES TO FD-RELEMP                                  00019960
              MOVE 'BLOCO DA NOITE NAO POSTADO - NADA FOI BAIXADO'      00019970
                          TO FD-RELEMP                                  00019980
              WRITE FD-RELEMP                                           00019990
            END-IF.                                                     00020000
            DISPLAY 'CONTRATOS LIBERADOS           : ' WRK-LIBERADOS.   00020010
            DISPLAY 'CONTRATOS RECUSADOS           : ' WRK-RECUSADOS.   00020020
            DISPLAY 'PARCELAS PAGAS                : ' WRK-PAGAS.       00020030
            DISPLAY 'CONTRATOS QUITADOS            : ' WRK-QUITADOS.    00020040
            DISPLAY 'LANCAMENTOS QUE FALHARAM      : ' WRK-FALHAS.      00020050
            DISPLAY 'CONTRATOS EM ATRASO           : ' WRK-EM-ATRASO.   00020060
            DISPLAY 'LANCAMENTOS JA BAIXADOS       : ' WRK-JA-BAIXADOS. 00020070
            IF WRK-FALHAS NOT EQUAL ZEROS OR WRK-BLOCO-NAO-POSTADO      00020080
              MOVE 4 TO RETURN-CODE                                     00020090
            END-IF.                                                     00020100
      *--------------------------------------------------------------   00020110
       3200-99-FIM.                              EXIT.                  00020120
      *--------------------------------------------------------------   00020130
      ***************************************************************   00020140
      *         T E S T A R   S T A T U S                           *   00020150
      ***************************************************************   00020160
      *--------------------------------------------------------------   00020170
       5100-TESTAR-STATUS                        SECTION.               00020180
      *--------------------------------------------------------------   00020190
            EVALUATE TRUE                                               00020200
             WHEN WRK-FS-EMPVSAM NOT EQUAL 0                            00020210
               MOVE 'FR16EP02'             TO WRK-PROGRAMA              00020220
               MOVE '5100'                 TO WRK-SECAO                 00020230
               MOVE 'ERRO NO OPEN EMPVSAM' TO WRK-MENSAGEM              00020240
               MOVE WRK-FS-EMPVSAM         TO WRK-STATUS                00020250
                 PERFORM 6000-TRATA-ERROS                               00020260
             WHEN WRK-FS-EMPMOV NOT EQUAL 0                             00020270
               MOVE 'FR16EP02'             TO WRK-PROGRAMA              00020280
               MOVE '5100'                 TO WRK-SECAO                 00020290
               MOVE 'ERRO NO OPEN EMPMOV'  TO WRK-MENSAGEM              00020300
               MOVE WRK-FS-EMPMOV          TO WRK-STATUS                00020310
                 PERFORM 6000-TRATA-ERROS                               00020320
             WHEN WRK-FS-HDRCTL NOT EQUAL 0                             00020330
               MOVE 'FR16EP02'             TO WRK-PROGRAMA              00020340
               MOVE '5100'                 TO WRK-SECAO                 00020350
               MOVE 'ERRO NO OPEN HDRCTL'  TO WRK-MENSAGEM              00020360
               MOVE WRK-FS-HDRCTL          TO WRK-STATUS                00020370
                 PERFORM 6000-TRATA-ERROS                               00020380
             WHEN WRK-FS-MOV0106R NOT EQUAL 0                           00020390
               MOVE 'FR16EP02'             TO WRK-PROGRAMA              00020400
               MOVE '5100'                 TO WRK-SECAO                 00020410
               MOVE 'ERRO NO OPEN MOV0106R' TO WRK-MENSAGEM             00020420
               MOVE WRK-FS-MOV0106R        TO WRK-STATUS                00020430
                 PERFORM 6000-TRATA-ERROS                               00020440
             WHEN WRK-FS-MOV0106E NOT EQUAL 0                           00020450
               MOVE 'FR16EP02'             TO WRK-PROGRAMA              00020460
               MOVE '5100'                 TO WRK-SECAO                 00020470
               MOVE 'ERRO NO OPEN MOV0106E' TO WRK-MENSAGEM             00020480
               MOVE WRK-FS-MOV0106E        TO WRK-STATUS                00020490
                 PERFORM 6000-TRATA-ERROS                               00020500
             WHEN WRK-FS-MOVREJ NOT EQUAL 0                             00020510
               MOVE 'FR16EP02'             TO WRK-PROGRAMA              00020520
               MOVE '5100'                 TO WRK-SECAO                 00020530
               MOVE 'ERRO NO OPEN MOVREJ'  TO WRK-MENSAGEM              00020540
               MOVE WRK-FS-MOVREJ          TO WRK-STATUS                00020550
                 PERFORM 6000-TRATA-ERROS                               00020560
             WHEN WRK-FS-RELEMP NOT EQUAL 0                             00020570
               MOVE 'FR16EP02'             TO WRK-PROGRAMA              00020580
               MOVE '5100'                 TO WRK-SECAO                 00020590
               MOVE 'ERRO NO OPEN RELEMP'  TO WRK-MENSAGEM              00020600
               MOVE WRK-FS-RELEMP          TO WRK-STATUS                00020610
                 PERFORM 6000-TRATA-ERROS                               00020620
            END-EVALUATE.                                               00020630
      *--------------------------------------------------------------   00020640
       5100-99-FIM.                              EXIT.                  00020650
      *--------------------------------------------------------------   00020660
      ***************************************************************   00020670
      *         L E R   E M P V S A M                               *   00020680
      ***************************************************************   00020690
      * O REGISTRO DE CARGA INICIAL DO CLUSTER (CHAVE TODA EM '9',  *   00020700
      * GRAVADO PELO DEFONL) NAO E CONTRATO E ENCERRA A LEITURA.    *   00020710
      *--------------------------------------------------------------   00020720
       5300-LER-EMPVSAM                          SECTION.               00020730
      *--------------------------------------------------------------   00020740
            READ EMPVSAM NEXT RECORD                                    00020750
              AT END MOVE 'S' TO WRK-SW-FIM-VSAM                        00020760
            END-READ.                                                   00020770
            IF WRK-TEM-VSAM                                             00020780
              IF REG-EMP-CHAVE EQUAL ALL '9'                            00020790
                MOVE 'S' TO WRK-SW-FIM-VSAM                             00020800
              ELSE                                                      00020810
                ADD 1 TO WRK-CONTRATOS-LIDOS                            00020820
              END-IF                                                    00020830
            END-IF.                                                     00020840
      *--------------------------------------------------------------   00020850
       5300-99-FIM.                              EXIT.                  00020860
      *--------------------------------------------------------------   00020870
      ***************************************************************   00020880
      *         L E R   E M P M O V   ( M O D O   2 )               *   00020890
      ***************************************************************   00020900
      * O TRAILER ENCERRA O ARQUIVO (CHAVE EM HIGH-VALUES).         *   00020910
      *--------------------------------------------------------------   00020920
       5400-LER-EMPMOV                           SECTION.               00020930
      *--------------------------------------------------------------   00020940
            READ EMPMOV                                                 00020950
              AT END MOVE 10 TO WRK-FS-EMPMOV                           00020960
            END-READ.                                                   00020970
            IF WRK-FS-EMPMOV EQUAL 10 OR REG-CTL-TRAILER                00020980
              MOVE HIGH-VALUES TO WRK-CHAVE-MOV                         00020990
              MOVE ZEROS       TO WRK-VENC-MOV WRK-VALOR-MOV            00021000
              MOVE SPACES      TO WRK-TIPO-MOV                          00021010
            ELSE                                                        00021020
              MOVE FD-EMPMOV-MOVIMENTO TO REG-EMPTXT                    00021030
              MOVE FD-EMPMOV-AGENCIA   TO WRK-CMV-AGENCIA               00021040
              MOVE FD-EMPMOV-CONTA     TO WRK-CMV-CONTA                 00021050
              MOVE REG-EMPTXT-CONTRATO TO WRK-CMV-CONTRATO              00021060
              MOVE REG-EMPTXT-VENC     TO WRK-VENC-MOV                  00021070
              MOVE REG-EMPTXT-TIPO     TO WRK-TIPO-MOV                  00021080
              MOVE FD-EMPMOV-VALORMOV  TO WRK-VALOR-MOV                 00021090
            END-IF.                                                     00021100
      *--------------------------------------------------------------   00021110
       5400-99-FIM.                              EXIT.                  00021120
      *--------------------------------------------------------------   00021130
      ***************************************************************   00021140
      *          T R A T A   E R R O S                              *   00021150
      ***************************************************************   00021160
      *--------------------------------------------------------------   00021170
       6000-TRATA-ERROS                          SECTION.               00021180
      *--------------------------------------------------------------   00021190
            CALL WRK-ERRORLOG USING WRK-DADOS.                          00021200
            MOVE 8 TO RETURN-CODE.                                      00021210
            GOBACK.                                                     00021220
      *--------------------------------------------------------------   00021230
       6000-99-FIM.                              EXIT.                  00021240
      *--------------------------------------------------------------   00021250
