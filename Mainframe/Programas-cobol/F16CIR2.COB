      *            PERMITIR REINICIO A PARTIR DA ULTIMA     *           00000140
      *            CHAVE EFETIVAMENTE GRAVADA, CASO O JOB   *           00000150
      *            TERMINE ANORMALMENTE.                    *           00000160
      *            ANTES DE EXTRAIR, CONFERE NO RUNLOG SE  *            00000161
      *            A CONSISTENCIA DA BASE (F16CIRM)        *            00000162
      *            TERMINOU LIMPA (RC 0) - BASE            *            00000163
      *            INCONSISTENTE NAO VAI PARA A FOLHA.     *            00000164
      *----------------------------------------------------*            00000170
      *   BASE DE DADOS:                                   *            00000180
      *   TABELA.VSAM                                      *            00000190
       77 WRK-CONTADOR         PIC 9(08) VALUE ZEROES.                  00000840
       77 WRK-QTDE-LIDOS       PIC 9(08) VALUE ZEROES.                  00000845
                                                                        00000850
      *        CAMPOS DA CONFERENCIA DE DEPENDENCIA NO RUNLOG:          00000851
      *        ULTIMO INICIO E ULTIMO FIM LIMPO (RC 0) DA               00000852
      *        CONSISTENCIA F16CIRM, COMPARADOS POR DATA+HORA.          00000853
       77 WRK-EOF-RLOG         PIC X(01) VALUE 'N'.                     00000854
          88 FIM-RLOG                    VALUE 'S'.                     00000855
       77 WRK-RM-ULT-INICIO    PIC X(16) VALUE LOW-VALUES.              00000856
       77 WRK-RM-ULT-FIM-OK    PIC X(16) VALUE LOW-VALUES.              00000857
       01 WRK-RLOG-CARIMBO.                                             00000858
          05 WRK-CAR-DATA      PIC X(08).                               00000859
          05 WRK-CAR-HORA      PIC X(08).                               00000860
                                                                        00000861
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00000851
      *        INICIO E NO FIM DO PROGRAMA.                             00000852
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00000853
      *----------------------------------------------------             00001250
       1000-INICIALIZAR                           SECTION.              00001260
      *----------------------------------------------------             00001270
            PERFORM 1500-VERIFICAR-DEPENDENCIA.                         00001271
                                                                        00001272
            MOVE 1 TO WRK-CKPT-RELKEY.                                  00001275
            OPEN I-O CKPT-FILE.                                         00001280
            IF WRK-CKPT-STATUS NOT EQUAL '00'                           00001290
      *----------------------------------------------------             00001650
       1000-99-FIM.                                EXIT.                00001660
      *----------------------------------------------------             00001670
      *****************************************************             00001671
      *   V E R I F I C A R   D E P E N D E N C I A       *             00001672
      *****************************************************             00001673
      *----------------------------------------------------             00001674
       1500-VERIFICAR-DEPENDENCIA                 SECTION.              00001675
      *----------------------------------------------------             00001676
      *        O EXTRATO SO COMECA SE O RUNLOG MOSTRAR UM FIM           00001677
      *        LIMPO (RC 0) DA CONSISTENCIA (F16CIRM) POSTERIOR         00001678
      *        AO ULTIMO INICIO DELA - FIM COM RC 8 E BASE COM          00001679
      *        INCONSISTENCIA, E INICIO SEM FIM LIMPO DEPOIS E          00001680
      *        CONFERENCIA ABENDADA OU AINDA RODANDO.                   00001681
            OPEN INPUT RUNLOG.                                          00001682
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00001683
               DISPLAY 'F16CIR2 - ERRO AO ABRIR RUNLOG FILE STATUS '    00001684
                  WRK-RLOG-STATUS                                       00001685
               MOVE 16 TO RETURN-CODE                                   00001686
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00001687
               STOP RUN                                                 00001688
            END-IF.                                                     00001689
                                                                        00001690
            PERFORM UNTIL FIM-RLOG                                      00001691
               READ RUNLOG                                              00001692
                  AT END                                                00001693
                     MOVE 'S' TO WRK-EOF-RLOG                           00001694
                  NOT AT END                                            00001695
                     IF WRK-RLOG-STATUS NOT EQUAL '00'                  00001696
                        DISPLAY 'F16CIR2 - ERRO DE LEITURA EM RUNLOG '  00001697
                           'FILE STATUS ' WRK-RLOG-STATUS               00001698
                        MOVE 'S' TO WRK-EOF-RLOG                        00001699
                        MOVE 16 TO RETURN-CODE                          00001700
                     ELSE                                               00001701
                        IF RLG-PROGRAMA EQUAL 'F16CIRM'                 00001702
                           MOVE RLG-DATA TO WRK-CAR-DATA                00001703
                           MOVE RLG-HORA TO WRK-CAR-HORA                00001704
                           IF RLG-EVENTO EQUAL 'I'                      00001705
                              MOVE WRK-RLOG-CARIMBO                     00001706
                                   TO WRK-RM-ULT-INICIO                 00001707
                           ELSE                                         00001708
                              IF RLG-EVENTO EQUAL 'F'                   00001709
                                 AND RLG-RETCODE EQUAL ZEROES           00001710
                                 MOVE WRK-RLOG-CARIMBO                  00001711
                                      TO WRK-RM-ULT-FIM-OK              00001712
                              END-IF                                    00001713
                           END-IF                                       00001714
                        END-IF                                          00001715
                     END-IF                                             00001716
               END-READ                                                 00001717
            END-PERFORM.                                                00001718
                                                                        00001719
            CLOSE RUNLOG.                                               00001720
                                                                        00001721
            IF WRK-RM-ULT-FIM-OK EQUAL LOW-VALUES                       00001722
               OR WRK-RM-ULT-INICIO GREATER THAN WRK-RM-ULT-FIM-OK      00001723
               DISPLAY 'F16CIR2 - CONSISTENCIA DA BASE (F16CIRM) SEM '  00001724
                  'TERMINO LIMPO NO RUNLOG - EXTRATO NAO INICIADO'      00001725
               MOVE 16 TO RETURN-CODE                                   00001726
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00001727
               STOP RUN                                                 00001728
            END-IF.                                                     00001729
      *----------------------------------------------------             00001730
       1500-99-FIM.                                EXIT.                00001731
      *----------------------------------------------------             00001732
      *****************************************************             00001680
      *          G R A V A R   E X T R A T O              *             00001690
      *****************************************************             00001700
