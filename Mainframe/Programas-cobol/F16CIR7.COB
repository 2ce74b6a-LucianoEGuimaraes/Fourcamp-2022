      *            (SETOR EXISTENTE E ATIVO, EMAIL VALIDO, *            00000150
      *            DATA DE ADMISSAO VALIDA E NAO FUTURA,   *            00000160
      *            SALARIO NUMERICO, CHAVE DUPLICADA,      *            00000170
      *            TETO DE ORCAMENTO DE FOLHA DO SETOR,    *            00000171
      *            CARGO EXISTENTE E ATIVO E SALARIO NA    *            00000172
      *            FAIXA DO CARGO).                        *            00000173
      *            CARTOES REJEITADOS SAEM NO RELATORIO DE *            00000180
      *            CRITICA COM O MOTIVO E SAO REGRAVADOS   *            00000190
      *            NO ARQUIVO DE REJEITADOS PARA ACERTO E  *            00000200
      *   COL 101     MOTIVO DO DESLIGAMENTO (CARTAO 'E'): *            00000282
      *               P=PEDIDO D=DISPENSA A=APOSENTADORIA  *            00000284
      *               F=FIM DE CONTRATO                    *            00000286
      *   COL 102-105 CARGO (F16CIDF) - OBRIGATORIO NO     *            00000287
      *               CARTAO 'I'; NO CARTAO 'A' EM BRANCO  *            00000288
      *               MANTEM O CARGO ATUAL                 *            00000289
      *   COL 106     CONFIRMACAO DE SALARIO FORA DA FAIXA *            00000290
      *               DO CARGO: S=GRAVA MESMO FORA DA      *            00000291
      *               FAIXA; EM BRANCO O CARTAO FORA DA    *            00000292
      *               FAIXA E REJEITADO                    *            00000293
      *----------------------------------------------------*            00000290
      *   BASE DE DADOS:                                   *            00000300
      *   TABELA.VSAM                                      *            00000310
      *   HISTSAL    HISTORICO DE SALARIOS   O  F16CID5    *            00000350
      *   HISTSET    HISTORICO DE SETORES    O  F16CID6    *            00000352
      *   CONTROLE   CONTROLE DE NUMERACAO I/O  F16CID7    *            00000354
      *   JORNAL     DIARIO DE ATUALIZACOES  O  F16CIDC    *            00000355
      *   JANELA     CONTROLE JANELA BATCH I/O  F16CIDD    *            00000356
      *   CARGO      CADASTRO MESTRE CARGOS  I  F16CIDF    *            00000357
      *====================================================*            00000360
      *====================================================             00000370
       ENVIRONMENT                               DIVISION.              00000380
               RECORD KEY IS SETOR-COD                                  00000560
               FILE STATUS IS WRK-SETOR-STATUS.                         00000570
                                                                        00000580
           SELECT CARGO-FILE ASSIGN TO CARGO                            00000581
               ORGANIZATION IS INDEXED                                  00000582
               ACCESS MODE IS RANDOM                                    00000583
               RECORD KEY IS CRG-CODIGO                                 00000584
               FILE STATUS IS WRK-CARGO-STATUS.                         00000585
                                                                        00000586
           SELECT HIST-FILE ASSIGN TO HISTSAL                           00000590
               ORGANIZATION IS INDEXED                                  00000600
               ACCESS MODE IS RANDOM                                    00000610
           SELECT RELATORIO ASSIGN TO RELAT                             00000730
               ORGANIZATION IS SEQUENTIAL.                              00000740
                                                                        00000750
           SELECT JANELA-FILE ASSIGN TO JANELA                          00000751
               ORGANIZATION IS INDEXED                                  00000752
               ACCESS MODE IS RANDOM                                    00000753
               RECORD KEY IS JAN-CHAVE                                  00000754
               FILE STATUS IS WRK-JAN-STATUS.                           00000755
                                                                        00000756
           SELECT JORNAL-FILE ASSIGN TO AS-JORNAL                       00000751
               ORGANIZATION IS SEQUENTIAL                               00000752
               FILE STATUS IS WRK-JNL-STATUS.                           00000753
                                                                        00000754
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000751
               ORGANIZATION IS SEQUENTIAL                               00000752
               FILE STATUS IS WRK-RLOG-STATUS.                          00000753
                                                                        00000880
           COPY F16CID2.                                                00000890
                                                                        00000900
       FD  CARGO-FILE                                                   00000901
           RECORDING MODE IS F.                                         00000902
                                                                        00000903
           COPY F16CIDF.                                                00000904
                                                                        00000905
       FD  HIST-FILE                                                    00000910
           RECORDING MODE IS F.                                         00000920
                                                                        00000930
          05 MOV-DATAADM       PIC X(10).                               00001040
          05 MOV-EMAIL         PIC X(40).                               00001050
          05 MOV-MOTIVO        PIC X(01).                               00001055
          05 MOV-CARGO         PIC X(04).                               00001056
          05 MOV-CONFIRMA      PIC X(01).                               00001057
                                                                        00001060
       FD  REJEITA                                                      00001070
           RECORDING MODE IS F.                                         00001080
       01 REJ-REC              PIC X(106).                              00001081
                                                                        00001100
       FD  RELATORIO                                                    00001110
           RECORDING MODE IS F.                                         00001120
       01 REL-LINHA            PIC X(132).                              00001130
                                                                        00001140
       FD  JANELA-FILE                                                  00001141
           RECORDING MODE IS F.                                         00001142
                                                                        00001143
           COPY F16CIDD.                                                00001144
                                                                        00001145
       FD  JORNAL-FILE                                                  00001141
           RECORDING MODE IS F.                                         00001142
                                                                        00001143
           COPY F16CIDC.                                                00001144
                                                                        00001145
       FD  RUNLOG                                                       00001141
           RECORDING MODE IS F.                                         00001142
                                                                        00001143
       WORKING-STORAGE                           SECTION.               00001160
      *----------------------------------------------------             00001170
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001180
       77 WRK-JNL-STATUS       PIC X(02) VALUE '00'.                    00001181
       77 WRK-JAN-STATUS       PIC X(02) VALUE '00'.                    00001182
       77 WRK-SETOR-STATUS     PIC X(02) VALUE '00'.                    00001190
       77 WRK-CARGO-STATUS     PIC X(02) VALUE '00'.                    00001191
       77 WRK-HIST-STATUS      PIC X(02) VALUE '00'.                    00001200
       77 WRK-HSET-STATUS      PIC X(02) VALUE '00'.                    00001205
       77 WRK-CTL-STATUS       PIC X(02) VALUE '00'.                    00001207
                                                                        00001290
       77 WRK-SALARIO-ANTERIOR PIC X(10) VALUE SPACES.                  00001300
       77 WRK-SETOR-ANTERIOR   PIC X(04) VALUE SPACES.                  00001305
       77 WRK-CARGO-ANTERIOR   PIC X(04) VALUE SPACES.                  00001306
       77 WRK-CARGO-LIDO       PIC X(01) VALUE 'N'.                     00001307
                                                                        00001310
       77 WRK-DIA              PIC 9(02).                               00001320
       77 WRK-MES              PIC 9(02).                               00001330
          05 WRK-RES-QTDE          PIC ZZZZ9.                           00002030
          05 FILLER            PIC X(90) VALUE SPACES.                  00002040
                                                                        00002050
      *        CAMPOS DO JORNAL DO FUNC (VER F16CIDC): IMAGEM           00002051
      *        DO REGISTRO ANTES DA ATUALIZACAO, GUARDADA LOGO          00002052
      *        DEPOIS DA LEITURA, E CARIMBO DE CADA GRAVACAO.           00002053
       77 WRK-IMAGEM-ANTES     PIC X(115) VALUE SPACES.                 00002054
                                                                        00002055
       01 WRK-JNL-TIMESTAMP.                                            00002056
          05 WRK-JNT-DIA       PIC X(08).                               00002057
          05 WRK-JNT-HH        PIC X(02).                               00002058
          05 WRK-JNT-MM        PIC X(02).                               00002059
          05 WRK-JNT-SS        PIC X(02).                               00002060
                                                                        00002061
       01 WRK-JNL-HORA.                                                 00002062
          05 WRK-JNH-HH        PIC X(02).                               00002063
          05 FILLER            PIC X(01) VALUE ':'.                     00002064
          05 WRK-JNH-MM        PIC X(02).                               00002065
          05 FILLER            PIC X(01) VALUE ':'.                     00002066
          05 WRK-JNH-SS        PIC X(02).                               00002067
                                                                        00002068
      *        CARIMBO DO BLOQUEIO DA JANELA BATCH (VER F16CIDD)        00002069
      *        FEITO POR ESTE PROGRAMA, CONFERIDO NA LIBERACAO.         00002070
       77 WRK-JAN-DATA         PIC X(08) VALUE SPACES.                  00002071
       77 WRK-JAN-HORA         PIC X(08) VALUE SPACES.                  00002072
                                                                        00002073
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00002051
      *        INICIO E NO FIM DO PROGRAMA.                             00002052
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00002053
      *----------------------------------------------------             00002430
       1000-INICIALIZAR                           SECTION.              00002440
      *----------------------------------------------------             00002450
            PERFORM 8400-BLOQUEAR-JANELA.                               00002451
                                                                        00002452
            OPEN I-O FUNC-FILE.                                         00002460
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00002470
               DISPLAY 'F16CIR7 - ERRO AO ABRIR FUNC FILE STATUS '      00002480
               MOVE 16 TO RETURN-CODE                                   00002500
               STOP RUN                                                 00002510
            END-IF.                                                     00002520
                                                                        00002521
            OPEN EXTEND JORNAL-FILE.                                    00002522
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00002523
               DISPLAY 'F16CIR7 - ERRO AO ABRIR JORNAL FILE STATUS '    00002524
                  WRK-JNL-STATUS                                        00002525
               MOVE 16 TO RETURN-CODE                                   00002526
               STOP RUN                                                 00002527
            END-IF.                                                     00002528
                                                                        00002522
            PERFORM 1500-CARREGAR-TOTAIS.                               00002524
                                                                        00002530
               STOP RUN                                                 00002590
            END-IF.                                                     00002600
                                                                        00002610
            OPEN INPUT CARGO-FILE.                                      00002611
            IF WRK-CARGO-STATUS NOT EQUAL '00'                          00002612
               DISPLAY 'F16CIR7 - ERRO AO ABRIR CARGO FILE STATUS '     00002613
                  WRK-CARGO-STATUS                                      00002614
               MOVE 16 TO RETURN-CODE                                   00002615
               STOP RUN                                                 00002616
            END-IF.                                                     00002617
                                                                        00002618
            OPEN I-O HIST-FILE.                                         00002620
            IF WRK-HIST-STATUS NOT EQUAL '00'                           00002630
               DISPLAY 'F16CIR7 - ERRO AO ABRIR HISTSAL FILE STATUS '   00002640
            MOVE 'A'         TO WRK-SITUACAO.                           00003530
            MOVE SPACES      TO WRK-DATADEM.                            00003532
            MOVE SPACES      TO WRK-MOTIVO-DESL.                        00003534
            MOVE MOV-CARGO   TO WRK-CARGO.                              00003535
            MOVE SPACES      TO WRK-CARGO-ANTERIOR.                     00003536
                                                                        00003540
            PERFORM 2500-CRITICAR-CAMPOS.                               00003550
                                                                        00003552
            IF WRK-CARTAO-OK EQUAL 'S'                                  00003554
               PERFORM 2685-VALIDAR-FAIXA                               00003555
            END-IF.                                                     00003560
                                                                        00003561
            IF WRK-CARTAO-OK EQUAL 'S'                                  00003562
               MOVE ZEROES TO WRK-ORC-DESCONTO                          00003556
               PERFORM 2670-VALIDAR-ORCAMENTO                           00003558
            END-IF.                                                     00003559
                                                                        00003561
      *        CHAVE EM BRANCO RECEBE O PROXIMO ID DO ARQUIVO DE        00003562
      *        CONTROLE (SO DEPOIS DE TODAS AS CRITICAS, PARA           00003563
               WRITE WRK-DADOS                                          00003580
               EVALUATE WRK-FUNC-STATUS                                 00003590
               WHEN '00'                                                00003600
                  MOVE SPACES TO WRK-IMAGEM-ANTES                       00003601
                  MOVE 'I'    TO JNL-OPERACAO                           00003602
                  PERFORM 8300-GRAVAR-JORNAL                            00003603
                  MOVE WRK-SETOR   TO WRK-AJUSTE-SETOR                  00003602
                  MOVE WRK-SALARIO TO WRK-AJUSTE-VALOR                  00003604
                  MOVE '+'         TO WRK-AJUSTE-OPER                   00003606
               MOVE 'N' TO WRK-CARTAO-OK                                00003950
               MOVE 'FUNCIONARIO NAO ENCONTRADO' TO WRK-MOTIVO          00003960
            WHEN OTHER                                                  00003970
               MOVE WRK-DADOS   TO WRK-IMAGEM-ANTES                     00003971
               MOVE WRK-SALARIO TO WRK-SALARIO-ANTERIOR                 00003980
               MOVE WRK-SETOR   TO WRK-SETOR-ANTERIOR                   00003985
               MOVE WRK-CARGO   TO WRK-CARGO-ANTERIOR                   00003986
               MOVE MOV-NOME    TO WRK-NOME                             00003990
               MOVE MOV-SETOR   TO WRK-SETOR                            00004000
               MOVE MOV-SALARIO TO WRK-SALARIO                          00004010
               MOVE MOV-DATAADM TO WRK-DATAADM                          00004020
               MOVE MOV-EMAIL   TO WRK-EMAIL                            00004030
      *        CARGO EM BRANCO NO CARTAO 'A' MANTEM O ATUAL.            00004031
               IF MOV-CARGO NOT EQUAL SPACES                            00004032
                  MOVE MOV-CARGO TO WRK-CARGO                           00004033
               END-IF                                                   00004034
                                                                        00004040
               PERFORM 2500-CRITICAR-CAMPOS                             00004050
                                                                        00004052
      *        A FAIXA DO CARGO SO E CONFERIDA QUANDO O CARTAO          00004053
      *        MEXE NO SALARIO OU NO CARGO.                             00004054
               IF WRK-CARTAO-OK EQUAL 'S'                               00004055
                  IF WRK-SALARIO NOT EQUAL WRK-SALARIO-ANTERIOR         00004056
                     OR WRK-CARGO NOT EQUAL WRK-CARGO-ANTERIOR          00004057
                     PERFORM 2685-VALIDAR-FAIXA                         00004058
                  END-IF                                                00004059
               END-IF                                                   00004060
                                                                        00004061
      *        O TETO DE FOLHA DO SETOR SO E CONFERIDO QUANDO O         00004054
      *        CARTAO AUMENTA A FOLHA: TROCA DE SETOR OU AUMENTO        00004056
      *        DE SALARIO (SALARIO ANTERIOR INVALIDO VALE COMO          00004058
                        WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS       00004130
                     MOVE 16 TO RETURN-CODE                             00004140
                  ELSE                                                  00004150
                     MOVE 'A' TO JNL-OPERACAO                           00004151
                     PERFORM 8300-GRAVAR-JORNAL                         00004152
                     IF WRK-SALARIO NOT EQUAL WRK-SALARIO-ANTERIOR      00004160
                        PERFORM 2700-GRAVAR-HISTORICO                   00004170
                     END-IF                                             00004180
                       TO WRK-MOTIVO                                    00004461
               END-EVALUATE                                             00004462
               IF WRK-CARTAO-OK EQUAL 'S'                               00004463
                  MOVE WRK-DADOS TO WRK-IMAGEM-ANTES                    00004464
                  MOVE 'I' TO WRK-SITUACAO                              00004464
                  MOVE WRK-DATA-DDMMAAAA TO WRK-DATADEM                 00004465
                  MOVE MOV-MOTIVO        TO WRK-MOTIVO-DESL             00004466
                        WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS       00004520
                     MOVE 16 TO RETURN-CODE                             00004530
                  ELSE                                                  00004532
                     MOVE 'E' TO JNL-OPERACAO                           00004533
                     PERFORM 8300-GRAVAR-JORNAL                         00004534
                     IF WRK-SALARIO IS NUMERIC                          00004534
                        MOVE WRK-SETOR   TO WRK-AJUSTE-SETOR            00004535
                        MOVE WRK-SALARIO TO WRK-AJUSTE-VALOR            00004536
                  PERFORM 2670-VALIDAR-ORCAMENTO                        00004645
               END-IF                                                   00004646
               IF WRK-CARTAO-OK EQUAL 'S'                               00004609
                  MOVE WRK-DADOS TO WRK-IMAGEM-ANTES                    00004610
                  MOVE 'A'    TO WRK-SITUACAO                           00004610
                  MOVE SPACES TO WRK-DATADEM                            00004611
                  MOVE SPACES TO WRK-MOTIVO-DESL                        00004612
                        WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS       00004618
                     MOVE 16 TO RETURN-CODE                             00004619
                  ELSE                                                  00004620
                     MOVE 'R' TO JNL-OPERACAO                           00004621
                     PERFORM 8300-GRAVAR-JORNAL                         00004622
                     IF WRK-SALARIO IS NUMERIC                          00004647
                        MOVE WRK-SETOR   TO WRK-AJUSTE-SETOR            00004648
                        MOVE WRK-SALARIO TO WRK-AJUSTE-VALOR            00004649
            IF WRK-CARTAO-OK EQUAL 'S'                                  00004760
               PERFORM 2660-VALIDAR-DATA                                00004770
            END-IF.                                                     00004780
            IF WRK-CARTAO-OK EQUAL 'S'                                  00004781
               PERFORM 2680-VALIDAR-CARGO                               00004782
            END-IF.                                                     00004783
      *----------------------------------------------------             00004790
       2500-99-FIM.                                EXIT.                00004800
      *----------------------------------------------------             00004810
      *----------------------------------------------------             00006195
       2690-99-FIM.                                EXIT.                00006196
      *----------------------------------------------------             00006197
      *****************************************************             00006198
      *            V A L I D A R   C A R G O               *            00006199
      *****************************************************             00006200
      *----------------------------------------------------             00006201
       2680-VALIDAR-CARGO                         SECTION.              00006202
      *----------------------------------------------------             00006203
      *        MESMA REGRA DA FR16CIP2: CARGO EM BRANCO SO PASSA        00006204
      *        EM REGISTRO QUE AINDA NAO TEM CARGO (ANTERIOR AO         00006205
      *        CADASTRO DE CARGOS) E CARGO EXTINTO (CRG-SITUACAO        00006206
      *        'I') SO VALE PARA QUEM JA ESTAVA NELE.                   00006207
            MOVE 'N' TO WRK-CARGO-LIDO.                                 00006208
                                                                        00006209
            IF WRK-CARGO EQUAL SPACES                                   00006210
               IF MOV-OPER EQUAL 'I'                                    00006211
                  MOVE 'N' TO WRK-CARTAO-OK                             00006212
                  MOVE 'CARGO NAO INFORMADO' TO WRK-MOTIVO              00006213
               END-IF                                                   00006214
            ELSE                                                        00006215
               MOVE WRK-CARGO TO CRG-CODIGO                             00006216
               READ CARGO-FILE                                          00006217
               EVALUATE WRK-CARGO-STATUS                                00006218
               WHEN '00'                                                00006219
                  IF CRG-SITUACAO EQUAL 'I'                             00006220
                     AND WRK-CARGO NOT EQUAL WRK-CARGO-ANTERIOR         00006221
                     MOVE 'N' TO WRK-CARTAO-OK                          00006222
                     MOVE 'CARGO INVALIDO' TO WRK-MOTIVO                00006223
                  ELSE                                                  00006224
                     MOVE 'S' TO WRK-CARGO-LIDO                         00006225
                  END-IF                                                00006226
               WHEN '23'                                                00006227
                  MOVE 'N' TO WRK-CARTAO-OK                             00006228
                  MOVE 'CARGO INVALIDO' TO WRK-MOTIVO                   00006229
               WHEN OTHER                                               00006230
                  MOVE 'N' TO WRK-CARTAO-OK                             00006231
                  MOVE 'CARGO INVALIDO' TO WRK-MOTIVO                   00006232
                  DISPLAY 'F16CIR7 - ERRO DE LEITURA EM CARGO COD '     00006233
                     CRG-CODIGO ' FILE STATUS ' WRK-CARGO-STATUS        00006234
                  MOVE 16 TO RETURN-CODE                                00006235
               END-EVALUATE                                             00006236
            END-IF.                                                     00006237
      *----------------------------------------------------             00006238
       2680-99-FIM.                                EXIT.                00006239
      *----------------------------------------------------             00006240
      *****************************************************             00006241
      *     V A L I D A R   F A I X A   S A L A R I A L   *             00006242
      *****************************************************             00006243
      *----------------------------------------------------             00006244
       2685-VALIDAR-FAIXA                         SECTION.              00006245
      *----------------------------------------------------             00006246
      *        CRG-REGISTRO JA FOI LIDO PELA 2680-VALIDAR-CARGO.        00006247
      *        MINIMO OU MAXIMO ZERO VALE COMO SEM LIMITE NAQUELA       00006248
      *        PONTA DA FAIXA. FORA DA FAIXA O CARTAO SO E              00006249
      *        APLICADO COM 'S' NA COLUNA 106 (MOV-CONFIRMA).           00006250
            IF WRK-CARGO-LIDO EQUAL 'S'                                 00006251
               AND MOV-CONFIRMA NOT EQUAL 'S'                           00006252
               MOVE WRK-SALARIO TO WRK-SAL-NUM                          00006253
               IF CRG-SAL-MINIMO IS NUMERIC                             00006254
                  AND CRG-SAL-MINIMO GREATER THAN ZEROES                00006255
                  AND WRK-SAL-NUM LESS THAN CRG-SAL-MINIMO              00006256
                  MOVE 'N' TO WRK-CARTAO-OK                             00006257
                  MOVE 'SALARIO ABAIXO DA FAIXA DO CARGO'               00006258
                       TO WRK-MOTIVO                                    00006259
               END-IF                                                   00006260
               IF CRG-SAL-MAXIMO IS NUMERIC                             00006261
                  AND CRG-SAL-MAXIMO GREATER THAN ZEROES                00006262
                  AND WRK-SAL-NUM GREATER THAN CRG-SAL-MAXIMO           00006263
                  MOVE 'N' TO WRK-CARTAO-OK                             00006264
                  MOVE 'SALARIO ACIMA DA FAIXA DO CARGO'                00006265
                       TO WRK-MOTIVO                                    00006266
               END-IF                                                   00006267
            END-IF.                                                     00006268
      *----------------------------------------------------             00006269
       2685-99-FIM.                                EXIT.                00006270
      *----------------------------------------------------             00006271
      *****************************************************             00006140
      *   G R A V A R   H I S T O R I C O   S A L A R I O               00006150
      *****************************************************             00006160
            WRITE REL-LINHA.                                            00007190
                                                                        00007200
            CLOSE FUNC-FILE.                                            00007210
            CLOSE JORNAL-FILE.                                          00007211
            CLOSE SETOR-FILE.                                           00007220
            CLOSE CARGO-FILE.                                           00007221
            CLOSE HIST-FILE.                                            00007230
            CLOSE HSET-FILE.                                            00007235
            CLOSE CONTROLE-FILE.                                        00007237
            CLOSE REJEITA.                                              00007250
            CLOSE RELATORIO.                                            00007260
                                                                        00007261
            PERFORM 8500-LIBERAR-JANELA.                                00007262
                                                                        00007263
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00007262
      *----------------------------------------------------             00007270
       9000-99-FIM.                                EXIT.                00007280
      *----------------------------------------------------             00007371
       8200-99-FIM.                                EXIT.                00007372
      *----------------------------------------------------             00007373
      *****************************************************             00007374
      *   G R A V A R   J O R N A L   D O   F U N C       *             00007375
      *****************************************************             00007376
      *----------------------------------------------------             00007377
       8300-GRAVAR-JORNAL                         SECTION.              00007378
      *----------------------------------------------------             00007379
      *        CHAMADA LOGO APOS CADA WRITE/REWRITE DO FUNC             00007380
      *        COM SUCESSO, COM A OPERACAO JA EM JNL-OPERACAO           00007381
      *        E A IMAGEM ANTERIOR EM WRK-IMAGEM-ANTES (EM              00007382
      *        BRANCO NA INCLUSAO). A IMAGEM POSTERIOR E O              00007383
      *        WRK-DADOS COMO FOI GRAVADO.                              00007384
            MOVE FUNCTION CURRENT-DATE (1:14)                           00007385
                 TO WRK-JNL-TIMESTAMP.                                  00007386
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00007387
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00007388
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00007389
            MOVE WRK-JNT-DIA      TO JNL-DATA.                          00007390
            MOVE WRK-JNL-HORA     TO JNL-HORA.                          00007391
            MOVE 'F16CIR7'        TO JNL-PROGRAMA.                      00007392
            MOVE 'BATCH'          TO JNL-USERID.                        00007393
            MOVE WRK-CHAVE        TO JNL-CHAVE.                         00007394
            MOVE WRK-IMAGEM-ANTES TO JNL-ANTES.                         00007395
            MOVE WRK-DADOS        TO JNL-DEPOIS.                        00007396
                                                                        00007397
            WRITE JNL-REGISTRO.                                         00007398
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00007399
               DISPLAY 'F16CIR7 - ERRO AO GRAVAR JORNAL CHAVE '         00007400
                  WRK-CHAVE ' FILE STATUS ' WRK-JNL-STATUS              00007401
               MOVE 16 TO RETURN-CODE                                   00007402
            END-IF.                                                     00007403
      *----------------------------------------------------             00007404
       8300-99-FIM.                                EXIT.                00007405
      *----------------------------------------------------             00007406
      *****************************************************             00007407
      *   B L O Q U E A R   J A N E L A   B A T C H       *             00007408
      *****************************************************             00007409
      *----------------------------------------------------             00007410
       8400-BLOQUEAR-JANELA                       SECTION.              00007411
      *----------------------------------------------------             00007412
      *        BLOQUEIA AS ATUALIZACOES ONLINE DO FUNC (VER             00007413
      *        F16CIDD) ANTES DE ABRIR O FUNC. JANELA JA                00007414
      *        BLOQUEADA POR OUTRO PROGRAMA (JOB AINDA RODANDO,         00007415
      *        JOB QUE TERMINOU COM ERRO OU BLOQUEIO MANUAL)            00007416
      *        ENCERRA COM RC 16 SEM TOCAR NO FUNC - O OPERADOR         00007417
      *        CONFERE E LIBERA PELO F16CIRP. O BLOQUEIO DESTE          00007418
      *        MESMO PROGRAMA (REEXECUCAO DEPOIS DE ERRO) E             00007419
      *        RETOMADO.                                                00007420
            MOVE FUNCTION CURRENT-DATE (1:14)                           00007430
                 TO WRK-JNL-TIMESTAMP.                                  00007440
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00007450
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00007460
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00007470
            MOVE WRK-JNT-DIA  TO WRK-JAN-DATA.                          00007480
            MOVE WRK-JNL-HORA TO WRK-JAN-HORA.                          00007490
                                                                        00007500
            OPEN I-O JANELA-FILE.                                       00007510
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00007520
               DISPLAY 'F16CIR7 - ERRO AO ABRIR JANELA FILE STATUS '    00007530
                  WRK-JAN-STATUS                                        00007540
               MOVE 16 TO RETURN-CODE                                   00007550
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00007560
               STOP RUN                                                 00007570
            END-IF.                                                     00007580
                                                                        00007590
            MOVE '1' TO JAN-CHAVE.                                      00007600
            READ JANELA-FILE.                                           00007610
            EVALUATE WRK-JAN-STATUS                                     00007620
               WHEN '00'                                                00007630
                  IF JAN-SITUACAO EQUAL 'B'                             00007640
                     AND JAN-PROGRAMA NOT EQUAL 'F16CIR7'               00007650
                     DISPLAY 'F16CIR7 - JANELA BATCH JA BLOQUEADA POR ' 00007660
                        JAN-PROGRAMA ' DESDE ' JAN-DATA ' ' JAN-HORA    00007670
                     DISPLAY 'F16CIR7 - FUNC NAO ATUALIZADO - LIBERAR ' 00007689
                        'A JANELA PELO F16CIRP'                         00007690
                     MOVE 16 TO RETURN-CODE                             00007700
                     CLOSE JANELA-FILE                                  00007710
                     PERFORM 8100-GRAVAR-RUNLOG-FIM                     00007720
                     STOP RUN                                           00007730
                  END-IF                                                00007740
               WHEN '23'                                                00007750
                  CONTINUE                                              00007760
               WHEN OTHER                                               00007770
                  DISPLAY 'F16CIR7 - ERRO DE LEITURA EM JANELA '        00007780
                     'FILE STATUS ' WRK-JAN-STATUS                      00007790
                  MOVE 16 TO RETURN-CODE                                00007800
                  CLOSE JANELA-FILE                                     00007810
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00007820
                  STOP RUN                                              00007830
            END-EVALUATE.                                               00007840
                                                                        00007850
            IF WRK-JAN-STATUS EQUAL '23'                                00007860
               MOVE SPACES TO JAN-REGISTRO                              00007870
               MOVE '1'    TO JAN-CHAVE                                 00007880
            END-IF.                                                     00007890
            MOVE 'B'          TO JAN-SITUACAO.                          00007900
            MOVE 'F16CIR7'    TO JAN-PROGRAMA.                          00007910
            MOVE WRK-JAN-DATA TO JAN-DATA.                              00007920
            MOVE WRK-JAN-HORA TO JAN-HORA.                              00007930
            MOVE SPACES       TO JAN-LIBERACAO.                         00007940
            MOVE SPACES       TO JAN-DATA-LIB.                          00007950
            MOVE SPACES       TO JAN-HORA-LIB.                          00007960
                                                                        00007970
            IF WRK-JAN-STATUS EQUAL '23'                                00007980
               WRITE JAN-REGISTRO                                       00007990
            ELSE                                                        00008000
               REWRITE JAN-REGISTRO                                     00008010
            END-IF.                                                     00008020
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00008030
               DISPLAY 'F16CIR7 - ERRO AO GRAVAR JANELA '               00008040
                  'FILE STATUS ' WRK-JAN-STATUS                         00008050
               MOVE 16 TO RETURN-CODE                                   00008060
               CLOSE JANELA-FILE                                        00008070
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00008080
               STOP RUN                                                 00008090
            END-IF.                                                     00008100
                                                                        00008110
            CLOSE JANELA-FILE.                                          00008120
      *----------------------------------------------------             00008130
       8400-99-FIM.                                EXIT.                00008140
      *----------------------------------------------------             00008150
      *****************************************************             00008160
      *   L I B E R A R   J A N E L A   B A T C H         *             00008170
      *****************************************************             00008180
      *----------------------------------------------------             00008190
       8500-LIBERAR-JANELA                        SECTION.              00008200
      *----------------------------------------------------             00008210
      *        SO LIBERA NO FIM NORMAL (RC MENOR QUE 16) E SE O         00008220
      *        BLOQUEIO AINDA FOR O DESTE PROGRAMA: LIBERADO            00008230
      *        PELO OPERADOR DURANTE A EXECUCAO, FICA                   00008240
      *        COMO ESTA. TERMINANDO COM ERRO, A JANELA SEGUE           00008250
      *        BLOQUEADA ATE A REEXECUCAO OU A LIBERACAO PELO           00008260
      *        F16CIRP.                                                 00008270
            IF RETURN-CODE NOT LESS THAN 16                             00008280
               DISPLAY 'F16CIR7 - TERMINO COM ERRO - JANELA '           00008290
                  'BATCH PERMANECE BLOQUEADA'                           00008300
            ELSE                                                        00008310
               OPEN I-O JANELA-FILE                                     00008320
               IF WRK-JAN-STATUS NOT EQUAL '00'                         00008330
                  DISPLAY 'F16CIR7 - ERRO AO ABRIR JANELA '             00008340
                     'FILE STATUS ' WRK-JAN-STATUS                      00008350
                  MOVE 16 TO RETURN-CODE                                00008360
               ELSE                                                     00008370
                  MOVE '1' TO JAN-CHAVE                                 00008380
                  READ JANELA-FILE                                      00008390
                  IF WRK-JAN-STATUS NOT EQUAL '00'                      00008400
                     DISPLAY 'F16CIR7 - ERRO DE LEITURA EM JANELA '     00008410
                        'FILE STATUS ' WRK-JAN-STATUS                   00008420
                     MOVE 16 TO RETURN-CODE                             00008430
                  ELSE                                                  00008440
                     IF JAN-SITUACAO EQUAL 'B'                          00008450
                        AND JAN-PROGRAMA EQUAL 'F16CIR7'                00008460
                        AND JAN-DATA EQUAL WRK-JAN-DATA                 00008470
                        AND JAN-HORA EQUAL WRK-JAN-HORA                 00008480
                        MOVE 'L' TO JAN-SITUACAO                        00008490
                        REWRITE JAN-REGISTRO                            00008500
                        IF WRK-JAN-STATUS NOT EQUAL '00'                00008510
                           DISPLAY 'F16CIR7 - ERRO AO GRAVAR '          00008520
                              'JANELA FILE STATUS ' WRK-JAN-STATUS      00008530
                           MOVE 16 TO RETURN-CODE                       00008540
                        END-IF                                          00008550
                     END-IF                                             00008560
                  END-IF                                                00008570
                  CLOSE JANELA-FILE                                     00008580
               END-IF                                                   00008590
            END-IF.                                                     00008600
      *----------------------------------------------------             00008610
       8500-99-FIM.                                EXIT.                00008620
      *----------------------------------------------------             00008630
