      *            TERMINOU LIMPO - SEM ISSO A CONCILIACAO *            00000176
      *            NAO COMECA, PARA NAO BATER CONTRA UM    *            00000177
      *            EXTRATO DE EXECUCAO ABENDADA.           *            00000178
      *            QUANDO SUBMETIDO COM A COMPETENCIA      *            00000179
      *            (AAAAMM) NO CARTAO PARM, GRAVA CADA     *            00000180
      *            PAGAMENTO DO RETORNO NO HISTORICO PAGTO *            00000181
      *            COM O RESULTADO DA CONCILIACAO DO MES.  *            00000182
      *            COM O CARTAO EM BRANCO (CADEIA NOTURNA) *            00000183
      *            SO CONCILIA, SEM CARGA NO HISTORICO.    *            00000184
      *----------------------------------------------------*            00000185
      *   OS ARQUIVOS EXTRATO E RETORNO CHEGAM CLASSIFICA- *            00000190
      *   DOS POR CHAVE DE FUNCIONARIO (O EXTRATO E GERADO *            00000200
      *   NA ORDEM DA CHAVE DO FUNC E O RETORNO E CONTRATO *            00000210
      *   TABELA.VSAM                                      *            00000270
      *    ------              I/O        INCLUDE/BOOK     *            00000280
      *   FUNC       CADASTRO FUNCIONARIOS   I   F16CID1   *            00000290
      *   PAGTO      HISTORICO PAGAMENTOS   I-O  F16CIDE   *            00000295
      *====================================================*            00000300
      *====================================================             00000310
       ENVIRONMENT                               DIVISION.              00000320
           SELECT RETORNO ASSIGN TO RETORNO                             00000510
               ORGANIZATION IS SEQUENTIAL                               00000520
               FILE STATUS IS WRK-RETORNO-STATUS.                       00000530
                                                                        00000531
           SELECT PARM-FILE ASSIGN TO PARM                              00000532
               ORGANIZATION IS SEQUENTIAL.                              00000533
                                                                        00000534
           SELECT PAGTO-FILE ASSIGN TO PAGTO                            00000535
               ORGANIZATION IS INDEXED                                  00000536
               ACCESS MODE IS RANDOM                                    00000537
               RECORD KEY IS PAG-CHAVE-REG                              00000538
               FILE STATUS IS WRK-PAGTO-STATUS.                         00000539
                                                                        00000549
           SELECT SORT-FILE ASSIGN TO SORTWK1.                          00000550
                                                                        00000560
           SELECT RELATORIO ASSIGN TO RELAT                             00000570
          05 RET-SALARIO       PIC X(10).                               00000840
          05 FILLER            PIC X(65).                               00000850
                                                                        00000860
       FD  PARM-FILE                                                    00000861
           RECORDING MODE IS F.                                         00000862
       01 PARM-CARD.                                                    00000863
          05 PARM-COMPET       PIC X(06).                               00000864
          05 FILLER            PIC X(74).                               00000865
                                                                        00000866
       FD  PAGTO-FILE                                                   00000867
           RECORDING MODE IS F.                                         00000868
                                                                        00000869
           COPY F16CIDE.                                                00000870
                                                                        00000871
       SD  SORT-FILE.                                                   00000872
       01 SRT-REC.                                                      00000880
          05 SRT-TIPO          PIC X(01).                               00000890
          05 SRT-CHAVE         PIC X(05).                               00000900
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001020
       77 WRK-EXTRATO-STATUS   PIC X(02) VALUE '00'.                    00001030
       77 WRK-RETORNO-STATUS   PIC X(02) VALUE '00'.                    00001040
       77 WRK-PAGTO-STATUS     PIC X(02) VALUE '00'.                    00001045
                                                                        00001050
       77 WRK-EOF-EXTRATO      PIC X(01) VALUE 'N'.                     00001060
          88 FIM-EXTRATO                 VALUE 'S'.                     00001070
       77 WRK-SAL-PAGO-NUM     PIC 9(10) VALUE ZEROES.                  00001160
                                                                        00001170
       77 WRK-TIPO-ANTERIOR    PIC X(01) VALUE SPACES.                  00001180
                                                                        00001181
      *        CARGA DO HISTORICO DE PAGAMENTOS (PAGTO): SO COM         00001182
      *        A COMPETENCIA INFORMADA NO CARTAO PARM. O RETORNO        00001183
      *        NAO TRAZ A COMPETENCIA, E A CONCILIACAO NOTURNA          00001184
      *        RODA SOBRE O MESMO RETORNO VARIAS VEZES NO MES.          00001185
       77 WRK-EOF-PARM         PIC X(01) VALUE 'N'.                     00001186
          88 FIM-PARM                    VALUE 'S'.                     00001187
       77 WRK-CARGA            PIC X(01) VALUE 'N'.                     00001188
          88 CARREGAR-PAGTO              VALUE 'S'.                     00001189
       77 WRK-CONCILIACAO      PIC X(01) VALUE SPACES.                  00001190
       77 WRK-COMPET           PIC X(06) VALUE SPACES.                  00001191
       77 WRK-COMPET-HOJE      PIC X(06) VALUE SPACES.                  00001192
       01 WRK-COMPET-NUM.                                               00001193
          05 WRK-CMP-ANO       PIC 9(04).                               00001194
          05 WRK-CMP-MES       PIC 9(02).                               00001195
       77 WRK-CARGA-DATA       PIC X(08) VALUE SPACES.                  00001196
       77 WRK-CARGA-HORA       PIC X(08) VALUE SPACES.                  00001197
       77 WRK-QTDE-CARGA       PIC 9(08) VALUE ZEROES.                  00001198
       77 WRK-QTDE-NAO-CARGA   PIC 9(08) VALUE ZEROES.                  00001199
                                                                        00001200
      *        CAMPOS DA CONFERENCIA DE DEPENDENCIA NO RUNLOG:          00001201
      *        ULTIMO INICIO E ULTIMO FIM LIMPO (RC 0) DO EXTRATO       00001202
      *        F16CIR2, COMPARADOS POR DATA+HORA.                       00001203
       77 WRK-EOF-RLOG         PIC X(01) VALUE 'N'.                     00001204
          88 FIM-RLOG                    VALUE 'S'.                     00001205
       77 WRK-R2-ULT-INICIO    PIC X(16) VALUE LOW-VALUES.              00001206
       77 WRK-R2-ULT-FIM-OK    PIC X(16) VALUE LOW-VALUES.              00001207
       01 WRK-RLOG-CARIMBO.                                             00001208
          05 WRK-CAR-DATA      PIC X(08).                               00001209
          05 WRK-CAR-HORA      PIC X(08).                               00001210
                                                                        00001211
       77 WRK-QTDE-EXTRATO     PIC 9(08) VALUE ZEROES.                  00001212
       77 WRK-QTDE-RETORNO     PIC 9(08) VALUE ZEROES.                  00001213
       77 WRK-QTDE-TIPO        PIC 9(05) VALUE ZEROES.                  00001220
       77 WRK-QTDE-TIPO-1      PIC 9(05) VALUE ZEROES.                  00001230
       77 WRK-QTDE-TIPO-2      PIC 9(05) VALUE ZEROES.                  00001240
          05 FILLER            PIC X(50) VALUE                          00001290
             'CONCILIACAO DO RETORNO DA FOLHA DE PAGAMENTO'.            00001300
          05 FILLER            PIC X(79) VALUE SPACES.                  00001310
                                                                        00001311
       01 WRK-LINHA-CARGA.                                              00001312
          05 FILLER            PIC X(03) VALUE SPACES.                  00001313
          05 FILLER            PIC X(44) VALUE                          00001314
             'CARGA NO HISTORICO DE PAGAMENTOS (PAGTO):'.               00001315
          05 WRK-CRG-TEXTO         PIC X(30).                           00001316
          05 FILLER            PIC X(55) VALUE SPACES.                  00001317
                                                                        00001318
       01 WRK-MES-EDITADO.                                              00001319
          05 WRK-MED-TEXTO     PIC X(12) VALUE 'COMPETENCIA '.          00001320
          05 WRK-MED-MES       PIC X(02).                               00001321
          05 FILLER            PIC X(01) VALUE '/'.                     00001322
          05 WRK-MED-ANO       PIC X(04).                               00001323
                                                                        00001333
       01 WRK-LINHA-LISTA-1.                                            00001336
          05 FILLER            PIC X(03) VALUE SPACES.                  00001340
          05 FILLER            PIC X(50) VALUE                          00001350
             'LISTA 1 - EXTRAIDOS SEM CONFIRMACAO DA FOLHA'.            00001360
      *----------------------------------------------------             00002130
       1000-INICIALIZAR                           SECTION.              00002140
      *----------------------------------------------------             00002150
            PERFORM 1200-LER-PARM.                                      00002151
                                                                        00002152
            PERFORM 1500-VERIFICAR-DEPENDENCIA.                         00002155
                                                                        00002156
            OPEN INPUT FUNC-FILE.                                       00002160
               STOP RUN                                                 00002370
            END-IF.                                                     00002380
                                                                        00002390
      *        PAGTO SO E ABERTO NA CARGA. NA PRIMEIRA CARGA O          00002391
      *        CLUSTER AINDA ESTA VAZIO: ABRE EM OUTPUT PARA            00002392
      *        INICIALIZA-LO E REABRE EM I-O.                           00002393
            IF CARREGAR-PAGTO                                           00002394
               OPEN I-O PAGTO-FILE                                      00002395
               IF WRK-PAGTO-STATUS EQUAL '35'                           00002396
                  OPEN OUTPUT PAGTO-FILE                                00002397
                  CLOSE PAGTO-FILE                                      00002398
                  OPEN I-O PAGTO-FILE                                   00002399
               END-IF                                                   00002400
               IF WRK-PAGTO-STATUS NOT EQUAL '00'                       00002401
                  DISPLAY 'F16CIR6 - ERRO AO ABRIR PAGTO FILE STATUS '  00002402
                     WRK-PAGTO-STATUS                                   00002403
                  MOVE 16 TO RETURN-CODE                                00002404
                  STOP RUN                                              00002405
               END-IF                                                   00002406
            END-IF.                                                     00002407
                                                                        00002408
            OPEN OUTPUT RELATORIO.                                      00002409
            MOVE SPACES TO REL-LINHA.                                   00002410
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00002411
            WRITE REL-LINHA.                                            00002412
                                                                        00002413
            IF CARREGAR-PAGTO                                           00002414
               MOVE WRK-COMPET (1:4) TO WRK-MED-ANO                     00002415
               MOVE WRK-COMPET (5:2) TO WRK-MED-MES                     00002416
               MOVE WRK-MES-EDITADO  TO WRK-CRG-TEXTO                   00002417
            ELSE                                                        00002418
               MOVE 'NAO SOLICITADA' TO WRK-CRG-TEXTO                   00002419
            END-IF.                                                     00002420
            MOVE WRK-LINHA-CARGA TO REL-LINHA.                          00002421
            WRITE REL-LINHA.                                            00002422
      *----------------------------------------------------             00002423
       1000-99-FIM.                                EXIT.                00002424
      *----------------------------------------------------             00002425
      *****************************************************             00002426
      *             L E R   P A R M                       *             00002427
      *****************************************************             00002428
      *----------------------------------------------------             00002429
       1200-LER-PARM                              SECTION.              00002430
      *----------------------------------------------------             00002431
      *        CARTAO EM BRANCO (OU SEM CARTAO): SO CONCILIA.           00002432
      *        COM A COMPETENCIA (AAAAMM) O RETORNO E GRAVADO           00002433
      *        NO PAGTO. COMPETENCIA FUTURA E RECUSADA.                 00002434
            OPEN INPUT PARM-FILE.                                       00002435
            PERFORM UNTIL FIM-PARM                                      00002436
               READ PARM-FILE                                           00002437
                  AT END                                                00002438
                     MOVE 'S' TO WRK-EOF-PARM                           00002439
                  NOT AT END                                            00002440
                     MOVE PARM-COMPET TO WRK-COMPET                     00002441
               END-READ                                                 00002442
            END-PERFORM.                                                00002443
            CLOSE PARM-FILE.                                            00002444
                                                                        00002445
            IF WRK-COMPET NOT EQUAL SPACES                              00002446
               MOVE FUNCTION CURRENT-DATE (1:6) TO WRK-COMPET-HOJE      00002447
               IF WRK-COMPET IS NOT NUMERIC                             00002448
                  DISPLAY 'F16CIR6 - PARM INVALIDO - COMPETENCIA '      00002449
                     WRK-COMPET                                         00002450
                  MOVE 16 TO RETURN-CODE                                00002451
                  STOP RUN                                              00002452
               END-IF                                                   00002453
               MOVE WRK-COMPET TO WRK-COMPET-NUM                        00002454
               IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12                   00002455
                  OR WRK-COMPET GREATER THAN WRK-COMPET-HOJE            00002456
                  DISPLAY 'F16CIR6 - PARM INVALIDO - COMPETENCIA '      00002457
                     WRK-COMPET                                         00002458
                  MOVE 16 TO RETURN-CODE                                00002459
                  STOP RUN                                              00002460
               END-IF                                                   00002461
               MOVE 'S' TO WRK-CARGA                                    00002462
      *           MESMO CARIMBO DO INICIO GRAVADO NO RUNLOG             00002463
               MOVE WRK-RLG-DIA   TO WRK-CARGA-DATA                     00002464
               MOVE WRK-RLOG-HORA TO WRK-CARGA-HORA                     00002465
            END-IF.                                                     00002466
      *----------------------------------------------------             00002467
       1200-99-FIM.                                EXIT.                00002468
      *----------------------------------------------------             00002469
      *****************************************************             00002470
      *   V E R I F I C A R   D E P E N D E N C I A       *             00002471
      *****************************************************             00002472
      *----------------------------------------------------             00002473
       1500-VERIFICAR-DEPENDENCIA                 SECTION.              00002474
      *----------------------------------------------------             00002475
      *        A CONCILIACAO SO COMECA SE O RUNLOG MOSTRAR UM           00002476
      *        FIM LIMPO (RC 0) DO F16CIR2 POSTERIOR AO ULTIMO          00002477
      *        INICIO DELE - UM INICIO SEM FIM LIMPO DEPOIS             00002478
      *        SIGNIFICA EXTRATO ABENDADO OU AINDA RODANDO, E           00002479
      *        CONCILIAR CONTRA ELE GERA EXCECAO EM MASSA.              00002480
            OPEN INPUT RUNLOG.                                          00002481
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00002482
               DISPLAY 'F16CIR6 - ERRO AO ABRIR RUNLOG FILE STATUS '    00002483
                  WRK-RLOG-STATUS                                       00002484
               MOVE 16 TO RETURN-CODE                                   00002485
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002486
               STOP RUN                                                 00002487
            END-IF.                                                     00002488
                                                                        00002489
            PERFORM UNTIL FIM-RLOG                                      00002490
               READ RUNLOG                                              00002491
                  AT END                                                00002492
                     MOVE 'S' TO WRK-EOF-RLOG                           00002493
                  NOT AT END                                            00002494
                     IF WRK-RLOG-STATUS NOT EQUAL '00'                  00002495
                        DISPLAY 'F16CIR6 - ERRO DE LEITURA EM RUNLOG '  00002496
                           'FILE STATUS ' WRK-RLOG-STATUS               00002497
                        MOVE 'S' TO WRK-EOF-RLOG                        00002498
                        MOVE 16 TO RETURN-CODE                          00002499
                     ELSE                                               00002500
                        IF RLG-PROGRAMA EQUAL 'F16CIR2'                 00002501
                           MOVE RLG-DATA TO WRK-CAR-DATA                00002502
                           MOVE RLG-HORA TO WRK-CAR-HORA                00002503
                           IF RLG-EVENTO EQUAL 'I'                      00002504
                              MOVE WRK-RLOG-CARIMBO                     00002505
                                   TO WRK-R2-ULT-INICIO                 00002506
                           ELSE                                         00002507
                              IF RLG-EVENTO EQUAL 'F'                   00002508
                                 AND RLG-RETCODE EQUAL ZEROES           00002509
                                 MOVE WRK-RLOG-CARIMBO                  00002510
                                      TO WRK-R2-ULT-FIM-OK              00002511
                              END-IF                                    00002512
                           END-IF                                       00002513
                        END-IF                                          00002514
                     END-IF                                             00002515
               END-READ                                                 00002516
            END-PERFORM.                                                00002517
                                                                        00002518
            CLOSE RUNLOG.                                               00002519
                                                                        00002520
            IF WRK-R2-ULT-FIM-OK EQUAL LOW-VALUES                       00002521
               OR WRK-R2-ULT-INICIO GREATER THAN WRK-R2-ULT-FIM-OK      00002522
               DISPLAY 'F16CIR6 - EXTRATO (F16CIR2) SEM TERMINO '       00002523
                  'LIMPO NO RUNLOG - CONCILIACAO NAO INICIADA'          00002524
               MOVE 16 TO RETURN-CODE                                   00002525
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002526
               STOP RUN                                                 00002527
            END-IF.                                                     00002528
      *----------------------------------------------------             00002529
       1500-99-FIM.                                EXIT.                00002530
      *----------------------------------------------------             00002531
      *****************************************************             00002532
      *             C O N C I L I A R                     *             00002533
      *****************************************************             00002534
      *----------------------------------------------------             00002535
       2000-CONCILIAR                             SECTION.              00002536
      *----------------------------------------------------             00002537
            PERFORM 2100-LER-EXTRATO.                                   00002538
            PERFORM 2200-LER-RETORNO.                                   00002540
                                                                        00002550
            PERFORM UNTIL FIM-EXTRATO AND FIM-RETORNO                   00002560
      *----------------------------------------------------             00003380
       2400-CRITICAR-RETORNO                      SECTION.              00003390
      *----------------------------------------------------             00003400
            MOVE 'C' TO WRK-CONCILIACAO.                                00003405
            MOVE RET-CHAVE TO WRK-CHAVE.                                00003410
            READ FUNC-FILE.                                             00003420
            EVALUATE WRK-FUNC-STATUS                                    00003430
               MOVE WRK-SALARIO TO SRT-SAL-FUNC                         00003550
               MOVE RET-SALARIO TO SRT-SAL-PAGO                         00003560
               RELEASE SRT-REC                                          00003570
               MOVE 'I'         TO WRK-CONCILIACAO                      00003575
            ELSE                                                        00003580
               PERFORM 2500-COMPARAR-SALARIO                            00003590
            END-IF.                                                     00003592
                                                                        00003594
            IF CARREGAR-PAGTO                                           00003596
               PERFORM 2600-CARREGAR-PAGAMENTO                          00003598
            END-IF.                                                     00003604
      *----------------------------------------------------             00003610
       2400-99-FIM.                                EXIT.                00003620
      *----------------------------------------------------             00003630
            MOVE WRK-SALARIO TO SRT-SAL-FUNC.                           00003950
            MOVE RET-SALARIO TO SRT-SAL-PAGO.                           00003960
            RELEASE SRT-REC.                                            00003970
            MOVE 'D'         TO WRK-CONCILIACAO.                        00003975
      *----------------------------------------------------             00003980
       2550-99-FIM.                                EXIT.                00003990
      *----------------------------------------------------             00003991
      *****************************************************             00003992
      *   C A R R E G A R   P A G A M E N T O             *             00003993
      *****************************************************             00003994
      *----------------------------------------------------             00003995
       2600-CARREGAR-PAGAMENTO                    SECTION.              00003996
      *----------------------------------------------------             00003997
      *        VALOR NAO NUMERICO NAO ENTRA NO HISTORICO (JA            00003998
      *        SAI NA LISTA 2 OU 3). A RECARGA DA MESMA                 00003999
      *        COMPETENCIA REGRAVA O REGISTRO EXISTENTE.                00004000
            IF RET-SALARIO IS NOT NUMERIC                               00004001
               ADD 1 TO WRK-QTDE-NAO-CARGA                              00004002
            ELSE                                                        00004003
               MOVE RET-CHAVE       TO PAG-CHAVE                        00004004
               MOVE WRK-COMPET      TO PAG-COMPET                       00004005
               MOVE RET-SALARIO     TO PAG-VALOR                        00004006
               MOVE WRK-SETOR       TO PAG-SETOR                        00004007
               MOVE WRK-CONCILIACAO TO PAG-CONCILIACAO                  00004008
               MOVE WRK-CARGA-DATA  TO PAG-DATA-CARGA                   00004009
               MOVE WRK-CARGA-HORA  TO PAG-HORA-CARGA                   00004010
               WRITE PAG-REGISTRO                                       00004011
               IF WRK-PAGTO-STATUS EQUAL '22'                           00004012
                  REWRITE PAG-REGISTRO                                  00004013
               END-IF                                                   00004014
               IF WRK-PAGTO-STATUS NOT EQUAL '00'                       00004015
                  DISPLAY 'F16CIR6 - ERRO AO GRAVAR PAGTO CHAVE '       00004016
                     PAG-CHAVE-REG ' FILE STATUS ' WRK-PAGTO-STATUS     00004017
                  MOVE 16 TO RETURN-CODE                                00004018
                  ADD 1 TO WRK-QTDE-NAO-CARGA                           00004019
               ELSE                                                     00004020
                  ADD 1 TO WRK-QTDE-CARGA                               00004021
               END-IF                                                   00004022
            END-IF.                                                     00004023
      *----------------------------------------------------             00004024
       2600-99-FIM.                                EXIT.                00004025
      *----------------------------------------------------             00004026
      *****************************************************             00004027
      *     I M P R I M I R   E X C E C O E S             *             00004028
      *****************************************************             00004030
      *----------------------------------------------------             00004040
       3000-IMPRIMIR                              SECTION.              00004050
            MOVE WRK-QTDE-TIPO-3 TO WRK-RES-QTDE.                       00005360
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00005370
            WRITE REL-LINHA.                                            00005380
                                                                        00005381
            IF CARREGAR-PAGTO                                           00005382
               MOVE SPACES TO WRK-LINHA-RESUMO                          00005383
               MOVE 'PAGAMENTOS GRAVADOS NO PAGTO' TO WRK-RES-TEXTO     00005384
               MOVE WRK-QTDE-CARGA TO WRK-RES-QTDE                      00005385
               MOVE WRK-LINHA-RESUMO TO REL-LINHA                       00005386
               WRITE REL-LINHA                                          00005387
                                                                        00005388
               MOVE SPACES TO WRK-LINHA-RESUMO                          00005389
               MOVE 'PAGAMENTOS NAO GRAVADOS' TO WRK-RES-TEXTO          00005390
               MOVE WRK-QTDE-NAO-CARGA TO WRK-RES-QTDE                  00005391
               MOVE WRK-LINHA-RESUMO TO REL-LINHA                       00005392
               WRITE REL-LINHA                                          00005393
            END-IF.                                                     00005394
      *----------------------------------------------------             00005395
       3400-99-FIM.                                EXIT.                00005400
      *----------------------------------------------------             00005410
      *****************************************************             00005420
            CLOSE EXTRATO.                                              00005490
            CLOSE RETORNO.                                              00005500
            CLOSE RELATORIO.                                            00005510
            IF CARREGAR-PAGTO                                           00005511
               CLOSE PAGTO-FILE                                         00005512
            END-IF.                                                     00005513
                                                                        00005514
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00005515
      *----------------------------------------------------             00005520
       9000-99-FIM.                                EXIT.                00005530
      *----------------------------------------------------             00005540
            MOVE 'F'       TO RLG-EVENTO.                               00005564
            COMPUTE RLG-LIDOS = WRK-QTDE-EXTRATO                        00005565
                              + WRK-QTDE-RETORNO.                       00005566
            MOVE WRK-QTDE-CARGA TO RLG-GRAVADOS.                        00005567
            COMPUTE RLG-REJEITADOS = WRK-QTDE-TIPO-1                    00005568
                                   + WRK-QTDE-TIPO-2                    00005569
                                   + WRK-QTDE-TIPO-3.                   00005570
