      *                 CHAVE FOR DA CONTA), GUARDA OS DEZ ULTIMOS  *   00010220
      *                 EM UMA JANELA ROLANTE E DEVOLVE DO MAIS     *   00010230
      *                 RECENTE PARA O MAIS ANTIGO, COM DATA,       *   00010240
      *                 VALOR, TIPO C/D, CODIGO DE HISTORICO E O    *   00880000
      *                 SALDO APOS CADA LANCAMENTO - A CENTRAL      *   00880010
      *                 DEIXA DE PEDIR O EXTRATO BATCH PARA         *   00880020
      *                 RESPONDER QUAIS FORAM OS ULTIMOS            *   00880030
      *                 MOVIMENTOS.                                 *   00880040
      *                 CADA CONSULTA GRAVA UM REGISTRO DE ACESSO   *   00912000
      *                 (#ACESREG: TERMINAL, USUARIO, TRANSACAO,    *   00912010
      *                 CHAVE, DATA/HORA E RESULTADO) NA FILA TD    *   00912020
      *                 EXTRAPARTICIONADA ACES, AUDITADA NA NOITE   *   00912030
      *                 PELO JOB AUDACES (FR16AU01).                *   00912040
      *-------------------------------------------------------------*   00880050
      *   TRANSACAO..: CLMH                                         *   00010300
      *   COMMAREA...: DFHCOMMAREA (LK-COMMAREA)                    *   00010310
      *-------------------------------------------------------------*   00010320
      *   ARQUIVOS...:                                              *   00010330
      *    DDNAME              I/O                                  *   00010340
      *    MOVVSAM              I                                   *   00010350
      *    ACES (FILA TD)       O                                   *   00912050
      *=============================================================*   00010360
                                                                        00010370
      *=============================================================*   00010380
      *-------------------------------------------------------------*   00010560
                                                                        00010570
       COPY '#MOVHREG'.                                                 00010580
                                                                        00912060
      *-------------------------------------------------------------*   00912070
       01 FILLER PIC X(45) VALUE                                        00912080
              '-----------REGISTRO DE ACESSO (ACES)---------'.          00912090
      *-------------------------------------------------------------*   00912100
                                                                        00912110
       COPY '#ACESREG'.                                                 00912120
                                                                        00010590
      *-------------------------------------------------------------*   00010600
       01 FILLER PIC X(45) VALUE                                        00010610
              '-----------DADOS E FILE STATUS---------------'.          00010620
      *-------------------------------------------------------------*   00010630
       77 WRK-RESP          PIC S9(08) COMP.                            00010640
       77 WRK-RESP-ACES     PIC S9(08) COMP.                            00912130
       77 WRK-TAM-ACESSO    PIC S9(04) COMP VALUE +60.                  00912140
       77 WRK-ABSTIME       PIC S9(15) COMP-3 VALUE ZEROS.              00912150
       77 WRK-IND           PIC 9(02) COMP VALUE ZEROS.                 00010650
       77 WRK-J             PIC 9(02) COMP VALUE ZEROS.                 00010660
       77 WRK-ULT-QTDE      PIC 9(02) COMP VALUE ZEROS.                 00010670
             10 WRK-ULT-VALOR     PIC 9(08)V99.                         00010800
             10 WRK-ULT-TIPO      PIC X(01).                            00010810
             10 WRK-ULT-SALDO     PIC S9(08)V99.                        00010820
             10 WRK-ULT-HISTORICO PIC 9(03).                            00880060
                                                                        00010830
      *-------------------------------------------------------------*   00010840
       LINKAGE                                    SECTION.              00010850
             10 LK-MOV-VALOR     PIC 9(08)V99.                          00010970
             10 LK-MOV-TIPO      PIC X(01).                             00010980
             10 LK-MOV-SALDO     PIC S9(08)V99.                         00010990
      *   CODIGO DE HISTORICO DE CADA MOVIMENTO DEVOLVIDO.              00880070
          05 LK-MOVS-HISTORICO OCCURS 10 TIMES.                         00880080
             10 LK-MOV-HISTORICO PIC 9(03).                             00880090
                                                                        00011000
      *=============================================================*   00011010
       PROCEDURE                                  DIVISION.             00011020
              END-EXEC                                                  00011180
              PERFORM 3000-DEVOLVER-JANELA                              00011190
            END-IF.                                                     00011200
            PERFORM 4000-REGISTRAR-ACESSO.                              00011210
            EXEC CICS RETURN END-EXEC.                                  00912160
      *--------------------------------------------------------------   00011220
       0000-99-FIM.                               EXIT.                 00011230
      *--------------------------------------------------------------   00011240
            MOVE REG-MOVH-MOVIMENTO  TO WRK-ULT-TEXTO (WRK-IND)         00011890
            MOVE REG-MOVH-VALORMOV   TO WRK-ULT-VALOR (WRK-IND)         00011900
            MOVE REG-MOVH-TIPOMOV    TO WRK-ULT-TIPO (WRK-IND)          00011910
            MOVE REG-MOVH-SALDO-APOS TO WRK-ULT-SALDO (WRK-IND)         00011920
            MOVE REG-MOVH-HISTORICO  TO WRK-ULT-HISTORICO (WRK-IND).    00880100
      *--------------------------------------------------------------   00011930
       2100-99-FIM.                               EXIT.                 00011940
      *--------------------------------------------------------------   00011950
            MOVE WRK-ULT-TEXTO (WRK-IND) TO LK-MOV-TEXTO (WRK-J)        00012290
            MOVE WRK-ULT-VALOR (WRK-IND) TO LK-MOV-VALOR (WRK-J)        00012300
            MOVE WRK-ULT-TIPO (WRK-IND)  TO LK-MOV-TIPO (WRK-J)         00012310
            MOVE WRK-ULT-SALDO (WRK-IND) TO LK-MOV-SALDO (WRK-J)        00012320
            MOVE WRK-ULT-HISTORICO (WRK-IND)                            00880110
                                         TO LK-MOV-HISTORICO (WRK-J).   00880120
            ADD 1 TO WRK-J.                                             00012330
            SUBTRACT 1 FROM WRK-IND.                                    00012340
      *--------------------------------------------------------------   00012350
       3100-99-FIM.                               EXIT.                 00012360
      *--------------------------------------------------------------   00012370
      ***************************************************************   00912170
      *       R E G I S T R A R   A C E S S O                       *   00912180
      ***************************************************************   00912190
      * A CONSULTA DEIXA RASTRO NA FILA TD EXTRAPARTICIONADA ACES   *   00912200
      * (#ACESREG): QUEM (TERMINAL E USUARIO), O QUE (TRANSACAO E   *   00912210
      * CHAVE), QUANDO E COM QUE RESULTADO. O RESP PROPRIO DO       *   00912220
      * WRITEQ NAO DEIXA UMA FALHA NA FILA DERRUBAR A CONSULTA.     *   00912230
      *--------------------------------------------------------------   00912240
       4000-REGISTRAR-ACESSO                      SECTION.              00912250
      *--------------------------------------------------------------   00912260
            MOVE SPACES        TO REG-ACES.                             00912270
            EXEC CICS ASKTIME                                           00912280
                ABSTIME (WRK-ABSTIME)                                   00912290
            END-EXEC.                                                   00912300
            EXEC CICS FORMATTIME                                        00912310
                ABSTIME  (WRK-ABSTIME)                                  00912320
                YYYYMMDD (REG-ACES-DATA)                                00912330
                TIME     (REG-ACES-HORA)                                00912340
            END-EXEC.                                                   00912350
            EXEC CICS ASSIGN                                            00912360
                USERID (REG-ACES-USUARIO)                               00912370
                RESP   (WRK-RESP-ACES)                                  00912380
            END-EXEC.                                                   00912390
            MOVE EIBTRMID      TO REG-ACES-TERMINAL.                    00912400
            MOVE EIBTRNID      TO REG-ACES-TRANSACAO.                   00912410
            SET REG-ACES-POR-CONTA TO TRUE.                             00912420
            MOVE LK-AGENCIA    TO REG-ACES-AGENCIA.                     00912430
            MOVE LK-CONTA      TO REG-ACES-CONTA.                       00912440
            IF LK-TEM-MOVIMENTO                                         00912450
              SET REG-ACES-ACHADO     TO TRUE                           00912460
            ELSE                                                        00912470
              SET REG-ACES-NAO-ACHADO TO TRUE                           00912480
            END-IF.                                                     00912490
            EXEC CICS WRITEQ TD                                         00912500
                QUEUE  ('ACES')                                         00912510
                FROM   (REG-ACES)                                       00912520
                LENGTH (WRK-TAM-ACESSO)                                 00912530
                RESP   (WRK-RESP-ACES)                                  00912540
            END-EXEC.                                                   00912550
      *--------------------------------------------------------------   00912560
       4000-99-FIM.                               EXIT.                 00912570
      *--------------------------------------------------------------   00912580
