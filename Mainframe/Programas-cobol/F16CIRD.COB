      *   PARAMETROS (PARM):                               *            00000270
      *   COL 01-08 DATA DO REAJUSTE (AAAAMMDD)            *            00000280
      *   COL 09-20 ORIGEM COMO GRAVADA NO HISTSAL         *            00000290
      *             (EX.: 'REAJ 00100  ' PARA 001,00, OU   *            00000291
      *             'REAJ 0010003' SE O REAJUSTE TEVE 3    *            00000292
      *             MESES DE RETROATIVO)                   *            00000293
      *----------------------------------------------------*            00000310
      *   BASE DE DADOS:                                   *            00000320
      *   TABELA.VSAM                                      *            00000330
      *    ------              I/O        INCLUDE/BOOK     *            00000340
      *   FUNC       CADASTRO FUNCIONARIOS  I/O F16CID1    *            00000350
      *   HISTSAL    HISTORICO DE SALARIOS  I/O F16CID5    *            00000360
      *   JORNAL     DIARIO DE ATUALIZACOES   O F16CIDC    *            00000361
      *   JANELA     CONTROLE JANELA BATCH  I/O F16CIDD    *            00000362
      *====================================================*            00000370
      *====================================================             00000380
       ENVIRONMENT                               DIVISION.              00000390
           SELECT RELATORIO ASSIGN TO RELAT                             00000630
               ORGANIZATION IS SEQUENTIAL.                              00000640
                                                                        00000650
           SELECT JANELA-FILE ASSIGN TO JANELA                          00000651
               ORGANIZATION IS INDEXED                                  00000652
               ACCESS MODE IS RANDOM                                    00000653
               RECORD KEY IS JAN-CHAVE                                  00000654
               FILE STATUS IS WRK-JAN-STATUS.                           00000655
                                                                        00000656
           SELECT JORNAL-FILE ASSIGN TO AS-JORNAL                       00000651
               ORGANIZATION IS SEQUENTIAL                               00000652
               FILE STATUS IS WRK-JNL-STATUS.                           00000653
                                                                        00000654
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000651
               ORGANIZATION IS SEQUENTIAL                               00000652
               FILE STATUS IS WRK-RLOG-STATUS.                          00000653
           RECORDING MODE IS F.                                         00000890
       01 REL-LINHA            PIC X(132).                              00000900
                                                                        00000910
       FD  JANELA-FILE                                                  00000911
           RECORDING MODE IS F.                                         00000912
                                                                        00000913
           COPY F16CIDD.                                                00000914
                                                                        00000915
       FD  JORNAL-FILE                                                  00000911
           RECORDING MODE IS F.                                         00000912
                                                                        00000913
           COPY F16CIDC.                                                00000914
                                                                        00000915
       FD  RUNLOG                                                       00000911
           RECORDING MODE IS F.                                         00000912
                                                                        00000913
       WORKING-STORAGE                           SECTION.               00000930
      *----------------------------------------------------             00000940
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00000950
       77 WRK-JNL-STATUS       PIC X(02) VALUE '00'.                    00000951
       77 WRK-JAN-STATUS       PIC X(02) VALUE '00'.                    00000952
       77 WRK-HIST-STATUS      PIC X(02) VALUE '00'.                    00000960
                                                                        00000970
       77 WRK-EOF-HIST         PIC X(01) VALUE 'N'.                     00000980
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00001940
          05 FILLER            PIC X(81) VALUE SPACES.                  00001950
                                                                        00001960
      *        CAMPOS DO JORNAL DO FUNC (VER F16CIDC): IMAGEM           00001961
      *        DO REGISTRO ANTES DA ATUALIZACAO, GUARDADA LOGO          00001962
      *        DEPOIS DA LEITURA, E CARIMBO DE CADA GRAVACAO.           00001963
       77 WRK-IMAGEM-ANTES     PIC X(115) VALUE SPACES.                 00001964
                                                                        00001965
       01 WRK-JNL-TIMESTAMP.                                            00001966
          05 WRK-JNT-DIA       PIC X(08).                               00001967
          05 WRK-JNT-HH        PIC X(02).                               00001968
          05 WRK-JNT-MM        PIC X(02).                               00001969
          05 WRK-JNT-SS        PIC X(02).                               00001970
                                                                        00001971
       01 WRK-JNL-HORA.                                                 00001972
          05 WRK-JNH-HH        PIC X(02).                               00001973
          05 FILLER            PIC X(01) VALUE ':'.                     00001974
          05 WRK-JNH-MM        PIC X(02).                               00001975
          05 FILLER            PIC X(01) VALUE ':'.                     00001976
          05 WRK-JNH-SS        PIC X(02).                               00001977
                                                                        00001978
      *        CARIMBO DO BLOQUEIO DA JANELA BATCH (VER F16CIDD)        00001979
      *        FEITO POR ESTE PROGRAMA, CONFERIDO NA LIBERACAO.         00001980
       77 WRK-JAN-DATA         PIC X(08) VALUE SPACES.                  00001981
       77 WRK-JAN-HORA         PIC X(08) VALUE SPACES.                  00001982
                                                                        00001983
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00001961
      *        INICIO E NO FIM DO PROGRAMA.                             00001962
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00001963
               STOP RUN                                                 00002550
            END-IF.                                                     00002560
                                                                        00002570
            PERFORM 8400-BLOQUEAR-JANELA.                               00002571
                                                                        00002572
            OPEN I-O FUNC-FILE.                                         00002580
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00002590
               DISPLAY 'F16CIRD - ERRO AO ABRIR FUNC FILE STATUS '      00002600
               MOVE 16 TO RETURN-CODE                                   00002620
               STOP RUN                                                 00002630
            END-IF.                                                     00002640
                                                                        00002641
            OPEN EXTEND JORNAL-FILE.                                    00002642
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00002643
               DISPLAY 'F16CIRD - ERRO AO ABRIR JORNAL FILE STATUS '    00002644
                  WRK-JNL-STATUS                                        00002645
               MOVE 16 TO RETURN-CODE                                   00002646
               STOP RUN                                                 00002647
            END-IF.                                                     00002648
                                                                        00002650
            OPEN I-O HIST-FILE.                                         00002660
            IF WRK-HIST-STATUS NOT EQUAL '00'                           00002670
               MOVE WRK-LINHA-EXCECAO TO REL-LINHA                      00003780
               WRITE REL-LINHA                                          00003790
            WHEN OTHER                                                  00003800
               MOVE WRK-DADOS        TO WRK-IMAGEM-ANTES                00003801
               MOVE WRK-PEND-SAL-ANT TO WRK-SALARIO                     00003810
               REWRITE WRK-DADOS                                        00003820
               IF WRK-FUNC-STATUS NOT EQUAL '00'                        00003830
                  MOVE 16 TO RETURN-CODE                                00003860
               ELSE                                                     00003870
                  ADD 1 TO WRK-QTDE-ESTORNADOS                          00003880
                  MOVE 'A' TO JNL-OPERACAO                              00003881
                  PERFORM 8300-GRAVAR-JORNAL                            00003882
                  PERFORM 2700-GRAVAR-HISTORICO                         00003890
                  PERFORM 2800-IMPRIMIR-DETALHE                         00003900
               END-IF                                                   00003910
            WRITE REL-LINHA.                                            00004790
                                                                        00004800
            CLOSE FUNC-FILE.                                            00004810
            CLOSE JORNAL-FILE.                                          00004811
            CLOSE HIST-FILE.                                            00004820
            CLOSE RELATORIO.                                            00004830
                                                                        00004831
            PERFORM 8500-LIBERAR-JANELA.                                00004832
                                                                        00004833
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00004832
      *----------------------------------------------------             00004840
       9000-99-FIM.                                EXIT.                00004850
      *----------------------------------------------------             00004926
       8200-99-FIM.                                EXIT.                00004927
      *----------------------------------------------------             00004928
      *****************************************************             00004929
      *   G R A V A R   J O R N A L   D O   F U N C       *             00004930
      *****************************************************             00004931
      *----------------------------------------------------             00004932
       8300-GRAVAR-JORNAL                         SECTION.              00004933
      *----------------------------------------------------             00004934
      *        CHAMADA LOGO APOS CADA WRITE/REWRITE DO FUNC             00004935
      *        COM SUCESSO, COM A OPERACAO JA EM JNL-OPERACAO           00004936
      *        E A IMAGEM ANTERIOR EM WRK-IMAGEM-ANTES (EM              00004937
      *        BRANCO NA INCLUSAO). A IMAGEM POSTERIOR E O              00004938
      *        WRK-DADOS COMO FOI GRAVADO.                              00004939
            MOVE FUNCTION CURRENT-DATE (1:14)                           00004940
                 TO WRK-JNL-TIMESTAMP.                                  00004941
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00004942
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00004943
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00004944
            MOVE WRK-JNT-DIA      TO JNL-DATA.                          00004945
            MOVE WRK-JNL-HORA     TO JNL-HORA.                          00004946
            MOVE 'F16CIRD'        TO JNL-PROGRAMA.                      00004947
            MOVE 'BATCH'          TO JNL-USERID.                        00004948
            MOVE WRK-CHAVE        TO JNL-CHAVE.                         00004949
            MOVE WRK-IMAGEM-ANTES TO JNL-ANTES.                         00004950
            MOVE WRK-DADOS        TO JNL-DEPOIS.                        00004951
                                                                        00004952
            WRITE JNL-REGISTRO.                                         00004953
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00004954
               DISPLAY 'F16CIRD - ERRO AO GRAVAR JORNAL CHAVE '         00004955
                  WRK-CHAVE ' FILE STATUS ' WRK-JNL-STATUS              00004956
               MOVE 16 TO RETURN-CODE                                   00004957
            END-IF.                                                     00004958
      *----------------------------------------------------             00004959
       8300-99-FIM.                                EXIT.                00004960
      *----------------------------------------------------             00004961
      *****************************************************             00004962
      *   B L O Q U E A R   J A N E L A   B A T C H       *             00004963
      *****************************************************             00004964
      *----------------------------------------------------             00004965
       8400-BLOQUEAR-JANELA                       SECTION.              00004966
      *----------------------------------------------------             00004967
      *        BLOQUEIA AS ATUALIZACOES ONLINE DO FUNC (VER             00004968
      *        F16CIDD) ANTES DE ABRIR O FUNC. JANELA JA                00004969
      *        BLOQUEADA POR OUTRO PROGRAMA (JOB AINDA RODANDO,         00004970
      *        JOB QUE TERMINOU COM ERRO OU BLOQUEIO MANUAL)            00004971
      *        ENCERRA COM RC 16 SEM TOCAR NO FUNC - O OPERADOR         00004972
      *        CONFERE E LIBERA PELO F16CIRP. O BLOQUEIO DESTE          00004973
      *        MESMO PROGRAMA (REEXECUCAO DEPOIS DE ERRO) E             00004974
      *        RETOMADO.                                                00004975
            MOVE FUNCTION CURRENT-DATE (1:14)                           00004980
                 TO WRK-JNL-TIMESTAMP.                                  00004990
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00005000
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00005010
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00005020
            MOVE WRK-JNT-DIA  TO WRK-JAN-DATA.                          00005030
            MOVE WRK-JNL-HORA TO WRK-JAN-HORA.                          00005040
                                                                        00005050
            OPEN I-O JANELA-FILE.                                       00005060
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00005070
               DISPLAY 'F16CIRD - ERRO AO ABRIR JANELA FILE STATUS '    00005080
                  WRK-JAN-STATUS                                        00005090
               MOVE 16 TO RETURN-CODE                                   00005100
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00005110
               STOP RUN                                                 00005120
            END-IF.                                                     00005130
                                                                        00005140
            MOVE '1' TO JAN-CHAVE.                                      00005150
            READ JANELA-FILE.                                           00005160
            EVALUATE WRK-JAN-STATUS                                     00005170
               WHEN '00'                                                00005180
                  IF JAN-SITUACAO EQUAL 'B'                             00005190
                     AND JAN-PROGRAMA NOT EQUAL 'F16CIRD'               00005200
                     DISPLAY 'F16CIRD - JANELA BATCH JA BLOQUEADA POR ' 00005210
                        JAN-PROGRAMA ' DESDE ' JAN-DATA ' ' JAN-HORA    00005220
                     DISPLAY 'F16CIRD - FUNC NAO ATUALIZADO - LIBERAR ' 00005239
                        'A JANELA PELO F16CIRP'                         00005240
                     MOVE 16 TO RETURN-CODE                             00005250
                     CLOSE JANELA-FILE                                  00005260
                     PERFORM 8100-GRAVAR-RUNLOG-FIM                     00005270
                     STOP RUN                                           00005280
                  END-IF                                                00005290
               WHEN '23'                                                00005300
                  CONTINUE                                              00005310
               WHEN OTHER                                               00005320
                  DISPLAY 'F16CIRD - ERRO DE LEITURA EM JANELA '        00005330
                     'FILE STATUS ' WRK-JAN-STATUS                      00005340
                  MOVE 16 TO RETURN-CODE                                00005350
                  CLOSE JANELA-FILE                                     00005360
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00005370
                  STOP RUN                                              00005380
            END-EVALUATE.                                               00005390
                                                                        00005400
            IF WRK-JAN-STATUS EQUAL '23'                                00005410
               MOVE SPACES TO JAN-REGISTRO                              00005420
               MOVE '1'    TO JAN-CHAVE                                 00005430
            END-IF.                                                     00005440
            MOVE 'B'          TO JAN-SITUACAO.                          00005450
            MOVE 'F16CIRD'    TO JAN-PROGRAMA.                          00005460
            MOVE WRK-JAN-DATA TO JAN-DATA.                              00005470
            MOVE WRK-JAN-HORA TO JAN-HORA.                              00005480
            MOVE SPACES       TO JAN-LIBERACAO.                         00005490
            MOVE SPACES       TO JAN-DATA-LIB.                          00005500
            MOVE SPACES       TO JAN-HORA-LIB.                          00005510
                                                                        00005520
            IF WRK-JAN-STATUS EQUAL '23'                                00005530
               WRITE JAN-REGISTRO                                       00005540
            ELSE                                                        00005550
               REWRITE JAN-REGISTRO                                     00005560
            END-IF.                                                     00005570
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00005580
               DISPLAY 'F16CIRD - ERRO AO GRAVAR JANELA '               00005590
                  'FILE STATUS ' WRK-JAN-STATUS                         00005600
               MOVE 16 TO RETURN-CODE                                   00005610
               CLOSE JANELA-FILE                                        00005620
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00005630
               STOP RUN                                                 00005640
            END-IF.                                                     00005650
                                                                        00005660
            CLOSE JANELA-FILE.                                          00005670
      *----------------------------------------------------             00005680
       8400-99-FIM.                                EXIT.                00005690
      *----------------------------------------------------             00005700
      *****************************************************             00005710
      *   L I B E R A R   J A N E L A   B A T C H         *             00005720
      *****************************************************             00005730
      *----------------------------------------------------             00005740
       8500-LIBERAR-JANELA                        SECTION.              00005750
      *----------------------------------------------------             00005760
      *        SO LIBERA NO FIM NORMAL (RC MENOR QUE 16) E SE O         00005770
      *        BLOQUEIO AINDA FOR O DESTE PROGRAMA: LIBERADO            00005780
      *        PELO OPERADOR DURANTE A EXECUCAO, FICA                   00005790
      *        COMO ESTA. TERMINANDO COM ERRO, A JANELA SEGUE           00005800
      *        BLOQUEADA ATE A REEXECUCAO OU A LIBERACAO PELO           00005810
      *        F16CIRP.                                                 00005820
            IF RETURN-CODE NOT LESS THAN 16                             00005830
               DISPLAY 'F16CIRD - TERMINO COM ERRO - JANELA '           00005840
                  'BATCH PERMANECE BLOQUEADA'                           00005850
            ELSE                                                        00005860
               OPEN I-O JANELA-FILE                                     00005870
               IF WRK-JAN-STATUS NOT EQUAL '00'                         00005880
                  DISPLAY 'F16CIRD - ERRO AO ABRIR JANELA '             00005890
                     'FILE STATUS ' WRK-JAN-STATUS                      00005900
                  MOVE 16 TO RETURN-CODE                                00005910
               ELSE                                                     00005920
                  MOVE '1' TO JAN-CHAVE                                 00005930
                  READ JANELA-FILE                                      00005940
                  IF WRK-JAN-STATUS NOT EQUAL '00'                      00005950
                     DISPLAY 'F16CIRD - ERRO DE LEITURA EM JANELA '     00005960
                        'FILE STATUS ' WRK-JAN-STATUS                   00005970
                     MOVE 16 TO RETURN-CODE                             00005980
                  ELSE                                                  00005990
                     IF JAN-SITUACAO EQUAL 'B'                          00006000
                        AND JAN-PROGRAMA EQUAL 'F16CIRD'                00006010
                        AND JAN-DATA EQUAL WRK-JAN-DATA                 00006020
                        AND JAN-HORA EQUAL WRK-JAN-HORA                 00006030
                        MOVE 'L' TO JAN-SITUACAO                        00006040
                        REWRITE JAN-REGISTRO                            00006050
                        IF WRK-JAN-STATUS NOT EQUAL '00'                00006060
                           DISPLAY 'F16CIRD - ERRO AO GRAVAR '          00006070
                              'JANELA FILE STATUS ' WRK-JAN-STATUS      00006080
                           MOVE 16 TO RETURN-CODE                       00006090
                        END-IF                                          00006100
                     END-IF                                             00006110
                  END-IF                                                00006120
                  CLOSE JANELA-FILE                                     00006130
               END-IF                                                   00006140
            END-IF.                                                     00006150
      *----------------------------------------------------             00006160
       8500-99-FIM.                                EXIT.                00006170
      *----------------------------------------------------             00006180
