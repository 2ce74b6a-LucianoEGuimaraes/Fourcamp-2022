      *            RELATORIO DE SALARIOS (F16CIR1):        *            00000220
      *            SITUACAO 'A' E SALARIO NUMERICO, ENTAO  *            00000230
      *            OS SUBTOTAIS DOS DOIS FECHAM ENTRE SI.  *            00000240
      *            ANTES DE GERAR, CONFERE NO RUNLOG SE A  *            00000241
      *            CONSISTENCIA DA BASE (F16CIRM) TERMINOU *            00000242
      *            LIMPA (RC 0) - BASE INCONSISTENTE NAO   *            00000243
      *            VAI PARA A CONTABILIDADE.               *            00000244
      *----------------------------------------------------*            00000250
      *   PARAMETROS (PARM):                               *            00000260
      *   COL 01-06 COMPETENCIA AAAAMM (BRANCO = MES DA    *            00000270
       77 WRK-QTDE-DETALHES    PIC 9(06) VALUE ZEROES.                  00001200
       77 WRK-HASH-TOTAL       PIC 9(14) VALUE ZEROES.                  00001210
                                                                        00001220
      *        CAMPOS DA CONFERENCIA DE DEPENDENCIA NO RUNLOG:          00001221
      *        ULTIMO INICIO E ULTIMO FIM LIMPO (RC 0) DA               00001222
      *        CONSISTENCIA F16CIRM, COMPARADOS POR DATA+HORA.          00001223
       77 WRK-EOF-RLOG         PIC X(01) VALUE 'N'.                     00001224
          88 FIM-RLOG                    VALUE 'S'.                     00001225
       77 WRK-RM-ULT-INICIO    PIC X(16) VALUE LOW-VALUES.              00001226
       77 WRK-RM-ULT-FIM-OK    PIC X(16) VALUE LOW-VALUES.              00001227
       01 WRK-RLOG-CARIMBO.                                             00001228
          05 WRK-CAR-DATA      PIC X(08).                               00001229
          05 WRK-CAR-HORA      PIC X(08).                               00001230
                                                                        00001231
       01 CTB-HEADER.                                                   00001230
          05 FILLER            PIC X(02) VALUE '00'.                    00001240
          05 CTB-HDR-COMPET    PIC X(06).                               00001250
      *----------------------------------------------------             00002030
       1000-INICIALIZAR                           SECTION.              00002040
      *----------------------------------------------------             00002050
            PERFORM 1500-VERIFICAR-DEPENDENCIA.                         00002051
                                                                        00002052
            MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-SISTEMA.       00002060
                                                                        00002070
            OPEN INPUT PARM-FILE.                                       00002080
      *----------------------------------------------------             00002580
       1000-99-FIM.                                EXIT.                00002590
      *----------------------------------------------------             00002600
      *****************************************************             00002601
      *   V E R I F I C A R   D E P E N D E N C I A       *             00002602
      *****************************************************             00002603
      *----------------------------------------------------             00002604
       1500-VERIFICAR-DEPENDENCIA                 SECTION.              00002605
      *----------------------------------------------------             00002606
      *        O CONTABIL SO E GERADO SE O RUNLOG MOSTRAR UM FIM        00002607
      *        LIMPO (RC 0) DA CONSISTENCIA (F16CIRM) POSTERIOR         00002608
      *        AO ULTIMO INICIO DELA - FIM COM RC 8 E BASE COM          00002609
      *        INCONSISTENCIA, E INICIO SEM FIM LIMPO DEPOIS E          00002610
      *        CONFERENCIA ABENDADA OU AINDA RODANDO.                   00002611
            OPEN INPUT RUNLOG.                                          00002612
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00002613
               DISPLAY 'F16CIRE - ERRO AO ABRIR RUNLOG FILE STATUS '    00002614
                  WRK-RLOG-STATUS                                       00002615
               MOVE 16 TO RETURN-CODE                                   00002616
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002617
               STOP RUN                                                 00002618
            END-IF.                                                     00002619
                                                                        00002620
            PERFORM UNTIL FIM-RLOG                                      00002621
               READ RUNLOG                                              00002622
                  AT END                                                00002623
                     MOVE 'S' TO WRK-EOF-RLOG                           00002624
                  NOT AT END                                            00002625
                     IF WRK-RLOG-STATUS NOT EQUAL '00'                  00002626
                        DISPLAY 'F16CIRE - ERRO DE LEITURA EM RUNLOG '  00002627
                           'FILE STATUS ' WRK-RLOG-STATUS               00002628
                        MOVE 'S' TO WRK-EOF-RLOG                        00002629
                        MOVE 16 TO RETURN-CODE                          00002630
                     ELSE                                               00002631
                        IF RLG-PROGRAMA EQUAL 'F16CIRM'                 00002632
                           MOVE RLG-DATA TO WRK-CAR-DATA                00002633
                           MOVE RLG-HORA TO WRK-CAR-HORA                00002634
                           IF RLG-EVENTO EQUAL 'I'                      00002635
                              MOVE WRK-RLOG-CARIMBO                     00002636
                                   TO WRK-RM-ULT-INICIO                 00002637
                           ELSE                                         00002638
                              IF RLG-EVENTO EQUAL 'F'                   00002639
                                 AND RLG-RETCODE EQUAL ZEROES           00002640
                                 MOVE WRK-RLOG-CARIMBO                  00002641
                                      TO WRK-RM-ULT-FIM-OK              00002642
                              END-IF                                    00002643
                           END-IF                                       00002644
                        END-IF                                          00002645
                     END-IF                                             00002646
               END-READ                                                 00002647
            END-PERFORM.                                                00002648
                                                                        00002649
            CLOSE RUNLOG.                                               00002650
                                                                        00002651
            IF WRK-RM-ULT-FIM-OK EQUAL LOW-VALUES                       00002652
               OR WRK-RM-ULT-INICIO GREATER THAN WRK-RM-ULT-FIM-OK      00002653
               DISPLAY 'F16CIRE - CONSISTENCIA DA BASE (F16CIRM) SEM '  00002654
                  'TERMINO LIMPO NO RUNLOG - CONTABIL NAO GERADO'       00002655
               MOVE 16 TO RETURN-CODE                                   00002656
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002657
               STOP RUN                                                 00002658
            END-IF.                                                     00002659
      *----------------------------------------------------             00002660
       1500-99-FIM.                                EXIT.                00002661
      *----------------------------------------------------             00002662
      *****************************************************             00002610
      *     C A R R E G A R   A R Q U I V O   F U N C      *            00002620
      *****************************************************             00002630
