      *   FUNC       CADASTRO FUNCIONARIOS I/O F16CID1     *            00000380
      *   SETOR      CADASTRO MESTRE SETORES I F16CID2     *            00000390
      *   HISTSET    HISTORICO DE SETORES    O F16CID6     *            00000400
      *   JORNAL     DIARIO DE ATUALIZACOES  O F16CIDC     *            00000401
      *   JANELA     CONTROLE JANELA BATCH I/O F16CIDD     *            00000402
      *====================================================*            00000410
      *====================================================             00000420
       ENVIRONMENT                               DIVISION.              00000430
           SELECT RELATORIO ASSIGN TO RELAT                             00000760
               ORGANIZATION IS SEQUENTIAL.                              00000770
                                                                        00000780
           SELECT JANELA-FILE ASSIGN TO JANELA                          00000781
               ORGANIZATION IS INDEXED                                  00000782
               ACCESS MODE IS RANDOM                                    00000783
               RECORD KEY IS JAN-CHAVE                                  00000784
               FILE STATUS IS WRK-JAN-STATUS.                           00000785
                                                                        00000786
           SELECT JORNAL-FILE ASSIGN TO AS-JORNAL                       00000781
               ORGANIZATION IS SEQUENTIAL                               00000782
               FILE STATUS IS WRK-JNL-STATUS.                           00000783
                                                                        00000784
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000781
               ORGANIZATION IS SEQUENTIAL                               00000782
               FILE STATUS IS WRK-RLOG-STATUS.                          00000783
           RECORDING MODE IS F.                                         00001070
       01 REL-LINHA            PIC X(132).                              00001080
                                                                        00001090
       FD  JANELA-FILE                                                  00001091
           RECORDING MODE IS F.                                         00001092
                                                                        00001093
           COPY F16CIDD.                                                00001094
                                                                        00001095
       FD  JORNAL-FILE                                                  00001091
           RECORDING MODE IS F.                                         00001092
                                                                        00001093
           COPY F16CIDC.                                                00001094
                                                                        00001095
       FD  RUNLOG                                                       00001091
           RECORDING MODE IS F.                                         00001092
                                                                        00001093
       WORKING-STORAGE                           SECTION.               00001110
      *----------------------------------------------------             00001120
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001130
       77 WRK-JNL-STATUS       PIC X(02) VALUE '00'.                    00001131
       77 WRK-JAN-STATUS       PIC X(02) VALUE '00'.                    00001132
       77 WRK-SETOR-STATUS     PIC X(02) VALUE '00'.                    00001140
       77 WRK-HSET-STATUS      PIC X(02) VALUE '00'.                    00001150
       77 WRK-MAPA-STATUS      PIC X(02) VALUE '00'.                    00001160
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00001990
          05 FILLER            PIC X(81) VALUE SPACES.                  00002000
                                                                        00002010
      *        CAMPOS DO JORNAL DO FUNC (VER F16CIDC): IMAGEM           00002011
      *        DO REGISTRO ANTES DA ATUALIZACAO, GUARDADA LOGO          00002012
      *        DEPOIS DA LEITURA, E CARIMBO DE CADA GRAVACAO.           00002013
       77 WRK-IMAGEM-ANTES     PIC X(115) VALUE SPACES.                 00002014
                                                                        00002015
       01 WRK-JNL-TIMESTAMP.                                            00002016
          05 WRK-JNT-DIA       PIC X(08).                               00002017
          05 WRK-JNT-HH        PIC X(02).                               00002018
          05 WRK-JNT-MM        PIC X(02).                               00002019
          05 WRK-JNT-SS        PIC X(02).                               00002020
                                                                        00002021
       01 WRK-JNL-HORA.                                                 00002022
          05 WRK-JNH-HH        PIC X(02).                               00002023
          05 FILLER            PIC X(01) VALUE ':'.                     00002024
          05 WRK-JNH-MM        PIC X(02).                               00002025
          05 FILLER            PIC X(01) VALUE ':'.                     00002026
          05 WRK-JNH-SS        PIC X(02).                               00002027
                                                                        00002028
      *        CARIMBO DO BLOQUEIO DA JANELA BATCH (VER F16CIDD)        00002029
      *        FEITO POR ESTE PROGRAMA, CONFERIDO NA LIBERACAO.         00002030
       77 WRK-JAN-DATA         PIC X(08) VALUE SPACES.                  00002031
       77 WRK-JAN-HORA         PIC X(08) VALUE SPACES.                  00002032
                                                                        00002033
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00002011
      *        INICIO E NO FIM DO PROGRAMA.                             00002012
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00002013
      *----------------------------------------------------             00002390
       1000-INICIALIZAR                           SECTION.              00002400
      *----------------------------------------------------             00002410
            PERFORM 8400-BLOQUEAR-JANELA.                               00002411
                                                                        00002412
            OPEN I-O FUNC-FILE.                                         00002420
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00002430
               DISPLAY 'F16CIRF - ERRO AO ABRIR FUNC FILE STATUS '      00002440
               MOVE 16 TO RETURN-CODE                                   00002460
               STOP RUN                                                 00002470
            END-IF.                                                     00002480
                                                                        00002481
            OPEN EXTEND JORNAL-FILE.                                    00002482
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00002483
               DISPLAY 'F16CIRF - ERRO AO ABRIR JORNAL FILE STATUS '    00002484
                  WRK-JNL-STATUS                                        00002485
               MOVE 16 TO RETURN-CODE                                   00002486
               STOP RUN                                                 00002487
            END-IF.                                                     00002488
                                                                        00002490
            OPEN INPUT SETOR-FILE.                                      00002500
            IF WRK-SETOR-STATUS NOT EQUAL '00'                          00002510
      *----------------------------------------------------             00004360
       2200-TRANSFERIR                            SECTION.              00004370
      *----------------------------------------------------             00004380
            MOVE WRK-DADOS       TO WRK-IMAGEM-ANTES.                   00004381
            MOVE MAPA-SETOR-NOVO TO WRK-SETOR.                          00004390
            REWRITE WRK-DADOS.                                          00004400
            IF WRK-FUNC-STATUS NOT EQUAL '00' AND                       00004410
            ELSE                                                        00004460
               ADD 1 TO WRK-QTDE-MOVIDOS                                00004470
               MOVE 'S' TO WRK-MOVEU-PASSAGEM                           00004480
               MOVE 'A' TO JNL-OPERACAO                                 00004481
               PERFORM 8300-GRAVAR-JORNAL                               00004482
               PERFORM 2250-GRAVAR-HIST-SETOR                           00004490
            END-IF.                                                     00004500
      *----------------------------------------------------             00004510
            WRITE REL-LINHA.                                            00005600
                                                                        00005610
            CLOSE FUNC-FILE.                                            00005620
            CLOSE JORNAL-FILE.                                          00005621
            CLOSE SETOR-FILE.                                           00005630
            CLOSE HSET-FILE.                                            00005640
            CLOSE MAPA.                                                 00005650
            CLOSE RELATORIO.                                            00005660
                                                                        00005661
            PERFORM 8500-LIBERAR-JANELA.                                00005662
                                                                        00005663
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00005662
      *----------------------------------------------------             00005670
       9000-99-FIM.                                EXIT.                00005680
      *----------------------------------------------------             00005754
       8200-99-FIM.                                EXIT.                00005755
      *----------------------------------------------------             00005756
      *****************************************************             00005757
      *   G R A V A R   J O R N A L   D O   F U N C       *             00005758
      *****************************************************             00005759
      *----------------------------------------------------             00005760
       8300-GRAVAR-JORNAL                         SECTION.              00005761
      *----------------------------------------------------             00005762
      *        CHAMADA LOGO APOS CADA WRITE/REWRITE DO FUNC             00005763
      *        COM SUCESSO, COM A OPERACAO JA EM JNL-OPERACAO           00005764
      *        E A IMAGEM ANTERIOR EM WRK-IMAGEM-ANTES (EM              00005765
      *        BRANCO NA INCLUSAO). A IMAGEM POSTERIOR E O              00005766
      *        WRK-DADOS COMO FOI GRAVADO.                              00005767
            MOVE FUNCTION CURRENT-DATE (1:14)                           00005768
                 TO WRK-JNL-TIMESTAMP.                                  00005769
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00005770
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00005771
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00005772
            MOVE WRK-JNT-DIA      TO JNL-DATA.                          00005773
            MOVE WRK-JNL-HORA     TO JNL-HORA.                          00005774
            MOVE 'F16CIRF'        TO JNL-PROGRAMA.                      00005775
            MOVE 'BATCH'          TO JNL-USERID.                        00005776
            MOVE WRK-CHAVE        TO JNL-CHAVE.                         00005777
            MOVE WRK-IMAGEM-ANTES TO JNL-ANTES.                         00005778
            MOVE WRK-DADOS        TO JNL-DEPOIS.                        00005779
                                                                        00005780
            WRITE JNL-REGISTRO.                                         00005781
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00005782
               DISPLAY 'F16CIRF - ERRO AO GRAVAR JORNAL CHAVE '         00005783
                  WRK-CHAVE ' FILE STATUS ' WRK-JNL-STATUS              00005784
               MOVE 16 TO RETURN-CODE                                   00005785
            END-IF.                                                     00005786
      *----------------------------------------------------             00005787
       8300-99-FIM.                                EXIT.                00005788
      *----------------------------------------------------             00005789
      *****************************************************             00005790
      *   B L O Q U E A R   J A N E L A   B A T C H       *             00005791
      *****************************************************             00005792
      *----------------------------------------------------             00005793
       8400-BLOQUEAR-JANELA                       SECTION.              00005794
      *----------------------------------------------------             00005795
      *        BLOQUEIA AS ATUALIZACOES ONLINE DO FUNC (VER             00005796
      *        F16CIDD) ANTES DE ABRIR O FUNC. JANELA JA                00005797
      *        BLOQUEADA POR OUTRO PROGRAMA (JOB AINDA RODANDO,         00005798
      *        JOB QUE TERMINOU COM ERRO OU BLOQUEIO MANUAL)            00005799
      *        ENCERRA COM RC 16 SEM TOCAR NO FUNC - O OPERADOR         00005800
      *        CONFERE E LIBERA PELO F16CIRP. O BLOQUEIO DESTE          00005801
      *        MESMO PROGRAMA (REEXECUCAO DEPOIS DE ERRO) E             00005802
      *        RETOMADO.                                                00005803
            MOVE FUNCTION CURRENT-DATE (1:14)                           00005810
                 TO WRK-JNL-TIMESTAMP.                                  00005820
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00005830
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00005840
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00005850
            MOVE WRK-JNT-DIA  TO WRK-JAN-DATA.                          00005860
            MOVE WRK-JNL-HORA TO WRK-JAN-HORA.                          00005870
                                                                        00005880
            OPEN I-O JANELA-FILE.                                       00005890
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00005900
               DISPLAY 'F16CIRF - ERRO AO ABRIR JANELA FILE STATUS '    00005910
                  WRK-JAN-STATUS                                        00005920
               MOVE 16 TO RETURN-CODE                                   00005930
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00005940
               STOP RUN                                                 00005950
            END-IF.                                                     00005960
                                                                        00005970
            MOVE '1' TO JAN-CHAVE.                                      00005980
            READ JANELA-FILE.                                           00005990
            EVALUATE WRK-JAN-STATUS                                     00006000
               WHEN '00'                                                00006010
                  IF JAN-SITUACAO EQUAL 'B'                             00006020
                     AND JAN-PROGRAMA NOT EQUAL 'F16CIRF'               00006030
                     DISPLAY 'F16CIRF - JANELA BATCH JA BLOQUEADA POR ' 00006040
                        JAN-PROGRAMA ' DESDE ' JAN-DATA ' ' JAN-HORA    00006050
                     DISPLAY 'F16CIRF - FUNC NAO ATUALIZADO - LIBERAR ' 00006069
                        'A JANELA PELO F16CIRP'                         00006070
                     MOVE 16 TO RETURN-CODE                             00006080
                     CLOSE JANELA-FILE                                  00006090
                     PERFORM 8100-GRAVAR-RUNLOG-FIM                     00006100
                     STOP RUN                                           00006110
                  END-IF                                                00006120
               WHEN '23'                                                00006130
                  CONTINUE                                              00006140
               WHEN OTHER                                               00006150
                  DISPLAY 'F16CIRF - ERRO DE LEITURA EM JANELA '        00006160
                     'FILE STATUS ' WRK-JAN-STATUS                      00006170
                  MOVE 16 TO RETURN-CODE                                00006180
                  CLOSE JANELA-FILE                                     00006190
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00006200
                  STOP RUN                                              00006210
            END-EVALUATE.                                               00006220
                                                                        00006230
            IF WRK-JAN-STATUS EQUAL '23'                                00006240
               MOVE SPACES TO JAN-REGISTRO                              00006250
               MOVE '1'    TO JAN-CHAVE                                 00006260
            END-IF.                                                     00006270
            MOVE 'B'          TO JAN-SITUACAO.                          00006280
            MOVE 'F16CIRF'    TO JAN-PROGRAMA.                          00006290
            MOVE WRK-JAN-DATA TO JAN-DATA.                              00006300
            MOVE WRK-JAN-HORA TO JAN-HORA.                              00006310
            MOVE SPACES       TO JAN-LIBERACAO.                         00006320
            MOVE SPACES       TO JAN-DATA-LIB.                          00006330
            MOVE SPACES       TO JAN-HORA-LIB.                          00006340
                                                                        00006350
            IF WRK-JAN-STATUS EQUAL '23'                                00006360
               WRITE JAN-REGISTRO                                       00006370
            ELSE                                                        00006380
               REWRITE JAN-REGISTRO                                     00006390
            END-IF.                                                     00006400
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00006410
               DISPLAY 'F16CIRF - ERRO AO GRAVAR JANELA '               00006420
                  'FILE STATUS ' WRK-JAN-STATUS                         00006430
               MOVE 16 TO RETURN-CODE                                   00006440
               CLOSE JANELA-FILE                                        00006450
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00006460
               STOP RUN                                                 00006470
            END-IF.                                                     00006480
                                                                        00006490
            CLOSE JANELA-FILE.                                          00006500
      *----------------------------------------------------             00006510
       8400-99-FIM.                                EXIT.                00006520
      *----------------------------------------------------             00006530
      *****************************************************             00006540
      *   L I B E R A R   J A N E L A   B A T C H         *             00006550
      *****************************************************             00006560
      *----------------------------------------------------             00006570
       8500-LIBERAR-JANELA                        SECTION.              00006580
      *----------------------------------------------------             00006590
      *        SO LIBERA NO FIM NORMAL (RC MENOR QUE 16) E SE O         00006600
      *        BLOQUEIO AINDA FOR O DESTE PROGRAMA: LIBERADO            00006610
      *        PELO OPERADOR DURANTE A EXECUCAO, FICA                   00006620
      *        COMO ESTA. TERMINANDO COM ERRO, A JANELA SEGUE           00006630
      *        BLOQUEADA ATE A REEXECUCAO OU A LIBERACAO PELO           00006640
      *        F16CIRP.                                                 00006650
            IF RETURN-CODE NOT LESS THAN 16                             00006660
               DISPLAY 'F16CIRF - TERMINO COM ERRO - JANELA '           00006670
                  'BATCH PERMANECE BLOQUEADA'                           00006680
            ELSE                                                        00006690
               OPEN I-O JANELA-FILE                                     00006700
               IF WRK-JAN-STATUS NOT EQUAL '00'                         00006710
                  DISPLAY 'F16CIRF - ERRO AO ABRIR JANELA '             00006720
                     'FILE STATUS ' WRK-JAN-STATUS                      00006730
                  MOVE 16 TO RETURN-CODE                                00006740
               ELSE                                                     00006750
                  MOVE '1' TO JAN-CHAVE                                 00006760
                  READ JANELA-FILE                                      00006770
                  IF WRK-JAN-STATUS NOT EQUAL '00'                      00006780
                     DISPLAY 'F16CIRF - ERRO DE LEITURA EM JANELA '     00006790
                        'FILE STATUS ' WRK-JAN-STATUS                   00006800
                     MOVE 16 TO RETURN-CODE                             00006810
                  ELSE                                                  00006820
                     IF JAN-SITUACAO EQUAL 'B'                          00006830
                        AND JAN-PROGRAMA EQUAL 'F16CIRF'                00006840
                        AND JAN-DATA EQUAL WRK-JAN-DATA                 00006850
                        AND JAN-HORA EQUAL WRK-JAN-HORA                 00006860
                        MOVE 'L' TO JAN-SITUACAO                        00006870
                        REWRITE JAN-REGISTRO                            00006880
                        IF WRK-JAN-STATUS NOT EQUAL '00'                00006890
                           DISPLAY 'F16CIRF - ERRO AO GRAVAR '          00006900
                              'JANELA FILE STATUS ' WRK-JAN-STATUS      00006910
                           MOVE 16 TO RETURN-CODE                       00006920
                        END-IF                                          00006930
                     END-IF                                             00006940
                  END-IF                                                00006950
                  CLOSE JANELA-FILE                                     00006960
               END-IF                                                   00006970
            END-IF.                                                     00006980
      *----------------------------------------------------             00006990
       8500-99-FIM.                                EXIT.                00007000
      *----------------------------------------------------             00007010
