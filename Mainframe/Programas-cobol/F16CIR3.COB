      *            RELATORIO. REAJUSTE QUE ESTOURARIA O    *            00000166
      *            TETO DE ORCAMENTO DE FOLHA DO SETOR     *            00000167
      *            (SETOR-ORCAMENTO) NAO E APLICADO E SAI  *            00000168
      *            NA LISTA DE EXCECOES. REAJUSTE COM      *            00000169
      *            VIGENCIA ANTERIOR AO MES DO PROCESSA-   *            00000170
      *            MENTO GRAVA NO HISTSAL OS MESES DE      *            00000171
      *            RETROATIVO, PARA O F16CIRK CALCULAR AS  *            00000172
      *            DIFERENCAS DEVIDAS. FUNCIONARIO QUE O   *            00000173
      *            REAJUSTE LEVA ACIMA DO SALARIO MAXIMO   *            00000174
      *            DO CARGO (F16CIDF) E SO SINALIZADO NA   *            00000175
      *            COLUNA FAIXA DO CARGO; O REAJUSTE E     *            00000176
      *            APLICADO ASSIM MESMO.                   *            00000177
      *----------------------------------------------------*            00000170
      *   PARAMETROS (PARM):                               *            00000180
      *   COL 01-04 SETOR (EM BRANCO = TODOS OS SETORES     *           00000190
      *                    SEM PERCENTUAL PROPRIO)          *           00000200
      *   COL 05-09 PERCENTUAL DE REAJUSTE  9(03)V9(02)      *          00000210
      *   COL 10-15 COMPETENCIA DE VIGENCIA (AAAAMM)       *            00000211
      *             (EM BRANCO = MES DO PROCESSAMENTO,     *            00000212
      *             SEM RETROATIVO; NO MAXIMO 99 MESES     *            00000213
      *             ANTES DO MES DO PROCESSAMENTO)         *            00000214
      *----------------------------------------------------*            00000220
      *   BASE DE DADOS:                                   *            00000230
      *   TABELA.VSAM                                      *            00000240
      *   FUNC       CADASTRO FUNCIONARIOS   I/O F16CID1   *            00000260
      *   HISTSAL    HISTORICO DE SALARIOS    O   F16CID5  *            00000264
      *   SETOR      CADASTRO MESTRE SETORES  I   F16CID2  *            00000266
      *   CARGO      CADASTRO MESTRE CARGOS   I   F16CIDF  *            00000267
      *   JORNAL     DIARIO DE ATUALIZACOES   O   F16CIDC  *            00000267
      *   JANELA     CONTROLE JANELA BATCH  I/O   F16CIDD  *            00000268
      *====================================================*            00000270
      *====================================================             00000280
       ENVIRONMENT                               DIVISION.              00000290
               RECORD KEY IS SETOR-COD                                  00000441
               FILE STATUS IS WRK-SETOR-STATUS.                         00000442
                                                                        00000443
           SELECT CARGO-FILE ASSIGN TO CARGO                            00000444
               ORGANIZATION IS INDEXED                                  00000445
               ACCESS MODE IS RANDOM                                    00000446
               RECORD KEY IS CRG-CODIGO                                 00000447
               FILE STATUS IS WRK-CARGO-STATUS.                         00000448
                                                                        00000449
           SELECT PARM-FILE ASSIGN TO PARM                              00000444
               ORGANIZATION IS SEQUENTIAL.                              00000450
                                                                        00000460
               RELATIVE KEY IS WRK-CKPT-RELKEY                          00000487
               FILE STATUS IS WRK-CKPT-STATUS.                          00000488
                                                                        00000490
           SELECT JANELA-FILE ASSIGN TO JANELA                          00000491
               ORGANIZATION IS INDEXED                                  00000492
               ACCESS MODE IS RANDOM                                    00000493
               RECORD KEY IS JAN-CHAVE                                  00000494
               FILE STATUS IS WRK-JAN-STATUS.                           00000495
                                                                        00000496
           SELECT JORNAL-FILE ASSIGN TO AS-JORNAL                       00000491
               ORGANIZATION IS SEQUENTIAL                               00000492
               FILE STATUS IS WRK-JNL-STATUS.                           00000493
                                                                        00000494
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000491
               ORGANIZATION IS SEQUENTIAL                               00000492
               FILE STATUS IS WRK-RLOG-STATUS.                          00000493
                                                                        00000592
           COPY F16CID2.                                                00000593
                                                                        00000594
       FD  CARGO-FILE                                                   00000595
           RECORDING MODE IS F.                                         00000596
                                                                        00000597
           COPY F16CIDF.                                                00000598
                                                                        00000599
       FD  PARM-FILE                                                    00000600
           RECORDING MODE IS F.                                         00000610
       01 PARM-CARD.                                                    00000620
          05 PARM-SETOR        PIC X(04).                               00000630
          05 PARM-PERCENTUAL   PIC 9(03)V9(02).                         00000640
          05 PARM-COMPETENCIA.                                          00000641
             10 PARM-COMP-ANO  PIC X(04).                               00000642
             10 PARM-COMP-MES  PIC X(02).                               00000643
          05 FILLER            PIC X(65).                               00000644
                                                                        00000660
       FD  RELATORIO                                                    00000670
           RECORDING MODE IS F.                                         00000680
          05 CKPT-TOT-DELTA    PIC S9(12).                              00000699
          05 CKPT-QTDE-EXCECAO PIC 9(05).                               00000701
                                                                        00000702
       FD  JANELA-FILE                                                  00000703
           RECORDING MODE IS F.                                         00000704
                                                                        00000705
           COPY F16CIDD.                                                00000706
                                                                        00000707
       FD  JORNAL-FILE                                                  00000703
           RECORDING MODE IS F.                                         00000704
                                                                        00000705
           COPY F16CIDC.                                                00000706
                                                                        00000707
       FD  RUNLOG                                                       00000703
           RECORDING MODE IS F.                                         00000704
                                                                        00000705
       WORKING-STORAGE                           SECTION.               00000720
      *----------------------------------------------------             00000730
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00000740
       77 WRK-JNL-STATUS       PIC X(02) VALUE '00'.                    00000741
       77 WRK-JAN-STATUS       PIC X(02) VALUE '00'.                    00000742
       77 WRK-HIST-STATUS      PIC X(02) VALUE '00'.                    00000745
       77 WRK-SETOR-STATUS     PIC X(02) VALUE '00'.                    00000746
       77 WRK-CARGO-STATUS     PIC X(02) VALUE '00'.                    00000747
       77 WRK-CKPT-STATUS      PIC X(02) VALUE '00'.                    00000746
       77 WRK-CKPT-RELKEY      PIC 9(04) COMP VALUE 1.                  00000747
       77 WRK-CHAVE-REINICIO   PIC X(05) VALUE SPACES.                  00000748
          05 TAB-ITEM OCCURS 50 TIMES INDEXED BY TAB-IDX.               00000830
             10 TAB-SETOR         PIC X(04).                            00000840
             10 TAB-PERCENTUAL    PIC 9(03)V9(02).                      00000850
             10 TAB-MESES-RETRO   PIC 9(02).                            00000851
                                                                        00000860
       77 WRK-PERCENTUAL       PIC 9(03)V9(02) VALUE ZEROES.            00000870
       77 WRK-MESES-RETRO      PIC 9(02) VALUE ZEROES.                  00000871
       77 WRK-ACHOU            PIC X(01) VALUE 'N'.                     00000880
                                                                        00000881
      *        MESES DE RETROATIVO = MES DO PROCESSAMENTO MENOS A       00000882
      *        COMPETENCIA DE VIGENCIA DO CARTAO, CONTADOS EM           00000883
      *        MESES CORRIDOS (ANO * 12 + MES).                         00000884
       01 WRK-MES-PROC.                                                 00000885
          05 WRK-MPR-ANO       PIC 9(04).                               00000886
          05 WRK-MPR-MES       PIC 9(02).                               00000887
       77 WRK-COMP-ANO         PIC 9(04) VALUE ZEROES.                  00000888
       77 WRK-COMP-MES         PIC 9(02) VALUE ZEROES.                  00000889
       77 WRK-DIF-MESES        PIC S9(05) VALUE ZEROES.                 00000890
                                                                        00000881
      *        TOTAIS DE FOLHA POR SETOR, CARREGADOS DO FUNC NA         00000882
      *        INICIALIZACAO E MANTIDOS A CADA REAJUSTE APLICADO,       00000883
      *        PARA A CRITICA DE ORCAMENTO NAO RELER O ARQUIVO          00000884
       01 WRK-ORIGEM-REAJ.                                              00000944
          05 FILLER            PIC X(05) VALUE 'REAJ '.                 00000945
          05 WRK-ORIGEM-PERC   PIC 9(03)V9(02).                         00000946
          05 WRK-ORIGEM-RETRO  PIC X(02).                               00000947
                                                                        00000947
       77 WRK-TOTAL-ANTES      PIC 9(12) VALUE ZEROES.                  00000948
       77 WRK-TOTAL-DEPOIS     PIC 9(12) VALUE ZEROES.                  00000950
          05 WRK-DET-SAL-DEPOIS    PIC Z.ZZZ.ZZZ.ZZ9.                   00001090
          05 FILLER            PIC X(03) VALUE SPACES.                  00001100
          05 WRK-DET-DELTA         PIC -.ZZZ.ZZZ.ZZ9.                   00001110
          05 FILLER            PIC X(03) VALUE SPACES.                  00001111
          05 WRK-DET-FAIXA         PIC X(30).                           00001112
          05 FILLER            PIC X(03) VALUE SPACES.                  00001113
                                                                        00001130
       01 WRK-LINHA-EXCECAO.                                            00001140
          05 FILLER            PIC X(03) VALUE SPACES.                  00001150
          05 FILLER            PIC X(13) VALUE 'SALARIO DEPOI'.         00001340
          05 FILLER            PIC X(03) VALUE SPACES.                  00001350
          05 FILLER            PIC X(13) VALUE 'DIFERENCA'.             00001360
          05 FILLER            PIC X(03) VALUE SPACES.                  00001361
          05 FILLER            PIC X(30) VALUE 'FAIXA DO CARGO'.        00001362
          05 FILLER            PIC X(03) VALUE SPACES.                  00001363
                                                                        00001380
       01 WRK-LINHA-TOTAL.                                              00001390
          05 FILLER            PIC X(03) VALUE SPACES.                  00001400
          05 WRK-TOT-DELTA         PIC -.ZZZ.ZZZ.ZZZ.ZZ9.               00001470
          05 FILLER            PIC X(49) VALUE SPACES.                  00001480
                                                                        00001490
      *        CAMPOS DO JORNAL DO FUNC (VER F16CIDC): IMAGEM           00001491
      *        DO REGISTRO ANTES DA ATUALIZACAO, GUARDADA LOGO          00001492
      *        DEPOIS DA LEITURA, E CARIMBO DE CADA GRAVACAO.           00001493
       77 WRK-IMAGEM-ANTES     PIC X(115) VALUE SPACES.                 00001494
                                                                        00001495
       01 WRK-JNL-TIMESTAMP.                                            00001496
          05 WRK-JNT-DIA       PIC X(08).                               00001497
          05 WRK-JNT-HH        PIC X(02).                               00001498
          05 WRK-JNT-MM        PIC X(02).                               00001499
          05 WRK-JNT-SS        PIC X(02).                               00001500
                                                                        00001501
       01 WRK-JNL-HORA.                                                 00001502
          05 WRK-JNH-HH        PIC X(02).                               00001503
          05 FILLER            PIC X(01) VALUE ':'.                     00001504
          05 WRK-JNH-MM        PIC X(02).                               00001505
          05 FILLER            PIC X(01) VALUE ':'.                     00001506
          05 WRK-JNH-SS        PIC X(02).                               00001507
                                                                        00001508
      *        CARIMBO DO BLOQUEIO DA JANELA BATCH (VER F16CIDD)        00001509
      *        FEITO POR ESTE PROGRAMA, CONFERIDO NA LIBERACAO.         00001510
       77 WRK-JAN-DATA         PIC X(08) VALUE SPACES.                  00001511
       77 WRK-JAN-HORA         PIC X(08) VALUE SPACES.                  00001512
                                                                        00001513
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00001491
      *        INICIO E NO FIM DO PROGRAMA.                             00001492
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00001493
      *----------------------------------------------------             00001860
       1000-INICIALIZAR                           SECTION.              00001870
      *----------------------------------------------------             00001880
            MOVE FUNCTION CURRENT-DATE (1:6) TO WRK-MES-PROC.           00001881
                                                                        00001882
            OPEN INPUT PARM-FILE.                                       00001890
            PERFORM UNTIL FIM-PARM                                      00001900
               READ PARM-FILE                                           00001910
                     ADD 1 TO TAB-QTDE                                  00001954
                     MOVE PARM-SETOR      TO TAB-SETOR (TAB-QTDE)       00001960
                     MOVE PARM-PERCENTUAL TO TAB-PERCENTUAL (TAB-QTDE)  00001970
                     PERFORM 1100-VALIDAR-COMPETENCIA                   00001971
               END-READ                                                 00001980
            END-PERFORM.                                                00001990
            CLOSE PARM-FILE.                                            00002000
                                                                        00002010
            PERFORM 8400-BLOQUEAR-JANELA.                               00002011
                                                                        00002012
            OPEN I-O FUNC-FILE.                                         00002020
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00002030
               DISPLAY 'F16CIR3 - ERRO AO ABRIR FUNC FILE STATUS '      00002040
               STOP RUN                                                 00002070
            END-IF.                                                     00002080
                                                                        00002081
            OPEN EXTEND JORNAL-FILE.                                    00002082
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00002083
               DISPLAY 'F16CIR3 - ERRO AO ABRIR JORNAL FILE STATUS '    00002084
                  WRK-JNL-STATUS                                        00002085
               MOVE 16 TO RETURN-CODE                                   00002086
               STOP RUN                                                 00002087
            END-IF.                                                     00002088
                                                                        00002081
            OPEN I-O HIST-FILE.                                         00002082
            IF WRK-HIST-STATUS NOT EQUAL '00'                           00002083
               DISPLAY 'F16CIR3 - ERRO AO ABRIR HISTSAL FILE STATUS '   00002084
               STOP RUN                                                 00002095
            END-IF.                                                     00002096
                                                                        00002097
            OPEN INPUT CARGO-FILE.                                      00002098
            IF WRK-CARGO-STATUS NOT EQUAL '00'                          00002099
               DISPLAY 'F16CIR3 - ERRO AO ABRIR CARGO FILE STATUS '     00002100
                  WRK-CARGO-STATUS                                      00002101
               MOVE 16 TO RETURN-CODE                                   00002102
               STOP RUN                                                 00002103
            END-IF.                                                     00002104
                                                                        00002105
            PERFORM 1600-CARREGAR-TOTAIS.                               00002098
                                                                        00002099
            MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-TIMESTAMP.         00002091
       1000-99-FIM.                                EXIT.                00002150
      *----------------------------------------------------             00002160
      *****************************************************             00002161
      *   V A L I D A R   C O M P E T E N C I A           *             00002162
      *****************************************************             00002163
      *----------------------------------------------------             00002164
       1100-VALIDAR-COMPETENCIA                   SECTION.              00002165
      *----------------------------------------------------             00002166
      *        COMPETENCIA EM BRANCO OU IGUAL AO MES DO PROCES-         00002167
      *        SAMENTO NAO GERA RETROATIVO. COMPETENCIA FUTURA,         00002168
      *        INVALIDA OU COM MAIS DE 99 MESES DE ATRASO               00002169
      *        CANCELA O JOB ANTES DE QUALQUER ATUALIZACAO.             00002170
            MOVE ZEROES TO TAB-MESES-RETRO (TAB-QTDE).                  00002171
                                                                        00002172
            IF PARM-COMPETENCIA NOT EQUAL SPACES                        00002173
               IF PARM-COMP-ANO IS NOT NUMERIC                          00002174
                  OR PARM-COMP-MES IS NOT NUMERIC                       00002175
                  DISPLAY 'F16CIR3 - COMPETENCIA INVALIDA NO PARM: '    00002176
                     PARM-COMPETENCIA                                   00002177
                  MOVE 16 TO RETURN-CODE                                00002178
                  STOP RUN                                              00002179
               END-IF                                                   00002180
                                                                        00002181
               MOVE PARM-COMP-ANO TO WRK-COMP-ANO                       00002182
               MOVE PARM-COMP-MES TO WRK-COMP-MES                       00002183
               COMPUTE WRK-DIF-MESES =                                  00002184
                       (WRK-MPR-ANO * 12 + WRK-MPR-MES)                 00002185
                     - (WRK-COMP-ANO * 12 + WRK-COMP-MES)               00002186
                                                                        00002187
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12                 00002188
                  OR WRK-DIF-MESES < 0 OR WRK-DIF-MESES > 99            00002189
                  DISPLAY 'F16CIR3 - COMPETENCIA INVALIDA NO PARM: '    00002190
                     PARM-COMPETENCIA                                   00002191
                  MOVE 16 TO RETURN-CODE                                00002192
                  STOP RUN                                              00002193
               END-IF                                                   00002194
                                                                        00002195
               MOVE WRK-DIF-MESES TO TAB-MESES-RETRO (TAB-QTDE)         00002196
            END-IF.                                                     00002197
      *----------------------------------------------------             00002198
       1100-99-FIM.                                EXIT.                00002199
      *----------------------------------------------------             00002200
      *****************************************************             00002161
      *          L E R   C H E C K P O I N T              *             00002162
      *****************************************************             00002163
      *----------------------------------------------------             00002164
                        PERFORM 2080-ATUALIZAR-CHECKPOINT               00002342
                     ELSE                                               00002343
                                                                        00002344
                     MOVE WRK-DADOS        TO WRK-IMAGEM-ANTES          00002345
                     MOVE WRK-SALARIO-NOVO TO WRK-SALARIO               00002345
                                                                        00002350
                     REWRITE WRK-DADOS                                  00002360
                        ADD WRK-SALARIO-NOVO   TO WRK-TOTAL-DEPOIS      00002480
                        ADD WRK-DELTA          TO WRK-TOTAL-DELTA       00002490
                                                                        00002500
                        MOVE 'A' TO JNL-OPERACAO                        00002501
                        PERFORM 8300-GRAVAR-JORNAL                      00002502
                        PERFORM 2075-ATUALIZAR-TOTAL                    00002502
                        PERFORM 2060-GRAVAR-HISTORICO                   00002505
                        PERFORM 2100-IMPRIMIR-DETALHE                   00002510
       2050-LOCALIZAR-PERCENTUAL                   SECTION.             00002660
      *----------------------------------------------------             00002670
            MOVE ZEROES TO WRK-PERCENTUAL.                              00002680
            MOVE ZEROES TO WRK-MESES-RETRO.                             00002681
            MOVE 'N'    TO WRK-ACHOU.                                   00002690
                                                                        00002700
            PERFORM VARYING TAB-IDX FROM 1 BY 1                         00002710
                    UNTIL TAB-IDX > TAB-QTDE OR WRK-ACHOU EQUAL 'S'     00002720
               IF TAB-SETOR (TAB-IDX) EQUAL WRK-SETOR                   00002730
                  MOVE TAB-PERCENTUAL (TAB-IDX) TO WRK-PERCENTUAL       00002740
                  MOVE TAB-MESES-RETRO (TAB-IDX) TO WRK-MESES-RETRO     00002741
                  MOVE 'S' TO WRK-ACHOU                                 00002750
               END-IF                                                   00002760
            END-PERFORM.                                                00002770
                       UNTIL TAB-IDX > TAB-QTDE OR WRK-ACHOU EQUAL 'S'  00002810
                  IF TAB-SETOR (TAB-IDX) EQUAL SPACES                   00002820
                     MOVE TAB-PERCENTUAL (TAB-IDX) TO WRK-PERCENTUAL    00002830
                     MOVE TAB-MESES-RETRO (TAB-IDX) TO WRK-MESES-RETRO  00002831
                     MOVE 'S' TO WRK-ACHOU                              00002840
                  END-IF                                                00002850
               END-PERFORM                                              00002860
            MOVE WRK-SALARIO-ANTIGO TO HIS-SALARIO-ANT.                 00002914
            MOVE WRK-SALARIO-NOVO   TO HIS-SALARIO-NOVO.                00002915
            MOVE WRK-PERCENTUAL     TO WRK-ORIGEM-PERC.                 00002916
      *        COL 11-12 DA ORIGEM: MESES DE RETROATIVO DO CARTAO       00002917
      *        (EM BRANCO QUANDO A VIGENCIA E O PROPRIO MES).           00002918
            IF WRK-MESES-RETRO GREATER THAN ZEROES                      00002919
               MOVE WRK-MESES-RETRO TO WRK-ORIGEM-RETRO                 00002920
            ELSE                                                        00002921
               MOVE SPACES          TO WRK-ORIGEM-RETRO                 00002922
            END-IF.                                                     00002923
            MOVE WRK-ORIGEM-REAJ    TO HIS-ORIGEM.                      00002917
                                                                        00002918
            WRITE HIS-REGISTRO.                                         00002919
            MOVE WRK-SALARIO-NOVO   TO WRK-DET-SAL-DEPOIS.              00003020
            MOVE WRK-DELTA          TO WRK-DET-DELTA.                   00003030
                                                                        00003040
            PERFORM 2110-VERIFICAR-FAIXA.                               00003041
                                                                        00003042
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.                        00003050
            WRITE REL-LINHA.                                            00003060
      *----------------------------------------------------             00003070
       2100-99-FIM.                                EXIT.                00003080
      *----------------------------------------------------             00003090
      *****************************************************             00003091
      *     V E R I F I C A R   F A I X A   C A R G O     *             00003092
      *****************************************************             00003093
      *----------------------------------------------------             00003094
       2110-VERIFICAR-FAIXA                       SECTION.              00003095
      *----------------------------------------------------             00003096
      *        SO SINALIZA: O TETO DO CARGO NAO BARRA O REAJUSTE        00003097
      *        COLETIVO. FUNCIONARIO SEM CARGO, CARGO FORA DO           00003098
      *        MESTRE OU CARGO SEM MAXIMO (ZERO) FICA COM A             00003099
      *        COLUNA EM BRANCO.                                        00003100
            MOVE SPACES TO WRK-DET-FAIXA.                               00003101
                                                                        00003102
            IF WRK-CARGO NOT EQUAL SPACES                               00003103
               MOVE WRK-CARGO TO CRG-CODIGO                             00003104
               READ CARGO-FILE                                          00003105
               IF WRK-CARGO-STATUS NOT EQUAL '00' AND                   00003106
                  WRK-CARGO-STATUS NOT EQUAL '23'                       00003107
                  DISPLAY 'F16CIR3 - ERRO DE LEITURA EM CARGO COD '     00003108
                     CRG-CODIGO ' FILE STATUS ' WRK-CARGO-STATUS        00003109
                  MOVE 16 TO RETURN-CODE                                00003110
               END-IF                                                   00003111
                                                                        00003112
               IF WRK-CARGO-STATUS EQUAL '00'                           00003113
                  AND CRG-SAL-MAXIMO IS NUMERIC                         00003114
                  AND CRG-SAL-MAXIMO GREATER THAN ZEROES                00003115
                  AND WRK-SALARIO-NOVO GREATER THAN CRG-SAL-MAXIMO      00003116
                  IF WRK-SALARIO-ANTIGO GREATER THAN CRG-SAL-MAXIMO     00003117
                     MOVE '*** JA ESTAVA ACIMA DO TETO'                 00003118
                          TO WRK-DET-FAIXA                              00003119
                  ELSE                                                  00003120
                     MOVE '*** PASSOU DO TETO DO CARGO'                 00003121
                          TO WRK-DET-FAIXA                              00003122
                  END-IF                                                00003123
               END-IF                                                   00003124
            END-IF.                                                     00003125
      *----------------------------------------------------             00003126
       2110-99-FIM.                                EXIT.                00003127
      *----------------------------------------------------             00003128
      *****************************************************             00003100
      *      I M P R I M I R   E X C E C A O   S A L A R I O *          00003110
      *****************************************************             00003120
                                                                        00003382
            CLOSE CKPT-FILE.                                            00003383
            CLOSE FUNC-FILE.                                            00003384
            CLOSE JORNAL-FILE.                                          00003385
            CLOSE HIST-FILE.                                            00003385
            CLOSE SETOR-FILE.                                           00003386
            CLOSE CARGO-FILE.                                           00003387
            CLOSE RELATORIO.                                            00003390
                                                                        00003391
            PERFORM 8500-LIBERAR-JANELA.                                00003392
                                                                        00003393
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00003392
      *----------------------------------------------------             00003400
       9000-99-FIM.                                EXIT.                00003410
      *----------------------------------------------------             00003484
       8200-99-FIM.                                EXIT.                00003485
      *----------------------------------------------------             00003486
      *****************************************************             00003487
      *   G R A V A R   J O R N A L   D O   F U N C       *             00003488
      *****************************************************             00003489
      *----------------------------------------------------             00003490
       8300-GRAVAR-JORNAL                         SECTION.              00003491
      *----------------------------------------------------             00003492
      *        CHAMADA LOGO APOS CADA WRITE/REWRITE DO FUNC             00003493
      *        COM SUCESSO, COM A OPERACAO JA EM JNL-OPERACAO           00003494
      *        E A IMAGEM ANTERIOR EM WRK-IMAGEM-ANTES (EM              00003495
      *        BRANCO NA INCLUSAO). A IMAGEM POSTERIOR E O              00003496
      *        WRK-DADOS COMO FOI GRAVADO.                              00003497
            MOVE FUNCTION CURRENT-DATE (1:14)                           00003498
                 TO WRK-JNL-TIMESTAMP.                                  00003499
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00003500
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00003501
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00003502
            MOVE WRK-JNT-DIA      TO JNL-DATA.                          00003503
            MOVE WRK-JNL-HORA     TO JNL-HORA.                          00003504
            MOVE 'F16CIR3'        TO JNL-PROGRAMA.                      00003505
            MOVE 'BATCH'          TO JNL-USERID.                        00003506
            MOVE WRK-CHAVE        TO JNL-CHAVE.                         00003507
            MOVE WRK-IMAGEM-ANTES TO JNL-ANTES.                         00003508
            MOVE WRK-DADOS        TO JNL-DEPOIS.                        00003509
                                                                        00003510
            WRITE JNL-REGISTRO.                                         00003511
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00003512
               DISPLAY 'F16CIR3 - ERRO AO GRAVAR JORNAL CHAVE '         00003513
                  WRK-CHAVE ' FILE STATUS ' WRK-JNL-STATUS              00003514
               MOVE 16 TO RETURN-CODE                                   00003515
            END-IF.                                                     00003516
      *----------------------------------------------------             00003517
       8300-99-FIM.                                EXIT.                00003518
      *----------------------------------------------------             00003519
      *****************************************************             00003520
      *   B L O Q U E A R   J A N E L A   B A T C H       *             00003521
      *****************************************************             00003522
      *----------------------------------------------------             00003523
       8400-BLOQUEAR-JANELA                       SECTION.              00003524
      *----------------------------------------------------             00003525
      *        BLOQUEIA AS ATUALIZACOES ONLINE DO FUNC (VER             00003526
      *        F16CIDD) ANTES DE ABRIR O FUNC. JANELA JA                00003527
      *        BLOQUEADA POR OUTRO PROGRAMA (JOB AINDA RODANDO,         00003528
      *        JOB QUE TERMINOU COM ERRO OU BLOQUEIO MANUAL)            00003529
      *        ENCERRA COM RC 16 SEM TOCAR NO FUNC - O OPERADOR         00003530
      *        CONFERE E LIBERA PELO F16CIRP. O BLOQUEIO DESTE          00003531
      *        MESMO PROGRAMA (REEXECUCAO DEPOIS DE ERRO) E             00003532
      *        RETOMADO.                                                00003533
            MOVE FUNCTION CURRENT-DATE (1:14)                           00003540
                 TO WRK-JNL-TIMESTAMP.                                  00003550
            MOVE WRK-JNT-HH TO WRK-JNH-HH.                              00003560
            MOVE WRK-JNT-MM TO WRK-JNH-MM.                              00003570
            MOVE WRK-JNT-SS TO WRK-JNH-SS.                              00003580
            MOVE WRK-JNT-DIA  TO WRK-JAN-DATA.                          00003590
            MOVE WRK-JNL-HORA TO WRK-JAN-HORA.                          00003600
                                                                        00003610
            OPEN I-O JANELA-FILE.                                       00003620
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00003630
               DISPLAY 'F16CIR3 - ERRO AO ABRIR JANELA FILE STATUS '    00003640
                  WRK-JAN-STATUS                                        00003650
               MOVE 16 TO RETURN-CODE                                   00003660
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003670
               STOP RUN                                                 00003680
            END-IF.                                                     00003690
                                                                        00003700
            MOVE '1' TO JAN-CHAVE.                                      00003710
            READ JANELA-FILE.                                           00003720
            EVALUATE WRK-JAN-STATUS                                     00003730
               WHEN '00'                                                00003740
                  IF JAN-SITUACAO EQUAL 'B'                             00003750
                     AND JAN-PROGRAMA NOT EQUAL 'F16CIR3'               00003760
                     DISPLAY 'F16CIR3 - JANELA BATCH JA BLOQUEADA POR ' 00003770
                        JAN-PROGRAMA ' DESDE ' JAN-DATA ' ' JAN-HORA    00003780
                     DISPLAY 'F16CIR3 - FUNC NAO ATUALIZADO - LIBERAR ' 00003799
                        'A JANELA PELO F16CIRP'                         00003800
                     MOVE 16 TO RETURN-CODE                             00003810
                     CLOSE JANELA-FILE                                  00003820
                     PERFORM 8100-GRAVAR-RUNLOG-FIM                     00003830
                     STOP RUN                                           00003840
                  END-IF                                                00003850
               WHEN '23'                                                00003860
                  CONTINUE                                              00003870
               WHEN OTHER                                               00003880
                  DISPLAY 'F16CIR3 - ERRO DE LEITURA EM JANELA '        00003890
                     'FILE STATUS ' WRK-JAN-STATUS                      00003900
                  MOVE 16 TO RETURN-CODE                                00003910
                  CLOSE JANELA-FILE                                     00003920
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00003930
                  STOP RUN                                              00003940
            END-EVALUATE.                                               00003950
                                                                        00003960
            IF WRK-JAN-STATUS EQUAL '23'                                00003970
               MOVE SPACES TO JAN-REGISTRO                              00003980
               MOVE '1'    TO JAN-CHAVE                                 00003990
            END-IF.                                                     00004000
            MOVE 'B'          TO JAN-SITUACAO.                          00004010
            MOVE 'F16CIR3'    TO JAN-PROGRAMA.                          00004020
            MOVE WRK-JAN-DATA TO JAN-DATA.                              00004030
            MOVE WRK-JAN-HORA TO JAN-HORA.                              00004040
            MOVE SPACES       TO JAN-LIBERACAO.                         00004050
            MOVE SPACES       TO JAN-DATA-LIB.                          00004060
            MOVE SPACES       TO JAN-HORA-LIB.                          00004070
                                                                        00004080
            IF WRK-JAN-STATUS EQUAL '23'                                00004090
               WRITE JAN-REGISTRO                                       00004100
            ELSE                                                        00004110
               REWRITE JAN-REGISTRO                                     00004120
            END-IF.                                                     00004130
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00004140
               DISPLAY 'F16CIR3 - ERRO AO GRAVAR JANELA '               00004150
                  'FILE STATUS ' WRK-JAN-STATUS                         00004160
               MOVE 16 TO RETURN-CODE                                   00004170
               CLOSE JANELA-FILE                                        00004180
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004190
               STOP RUN                                                 00004200
            END-IF.                                                     00004210
                                                                        00004220
            CLOSE JANELA-FILE.                                          00004230
      *----------------------------------------------------             00004240
       8400-99-FIM.                                EXIT.                00004250
      *----------------------------------------------------             00004260
      *****************************************************             00004270
      *   L I B E R A R   J A N E L A   B A T C H         *             00004280
      *****************************************************             00004290
      *----------------------------------------------------             00004300
       8500-LIBERAR-JANELA                        SECTION.              00004310
      *----------------------------------------------------             00004320
      *        SO LIBERA NO FIM NORMAL (RC MENOR QUE 16) E SE O         00004330
      *        BLOQUEIO AINDA FOR O DESTE PROGRAMA: LIBERADO            00004340
      *        PELO OPERADOR DURANTE A EXECUCAO, FICA                   00004350
      *        COMO ESTA. TERMINANDO COM ERRO, A JANELA SEGUE           00004360
      *        BLOQUEADA ATE A REEXECUCAO OU A LIBERACAO PELO           00004370
      *        F16CIRP.                                                 00004380
            IF RETURN-CODE NOT LESS THAN 16                             00004390
               DISPLAY 'F16CIR3 - TERMINO COM ERRO - JANELA '           00004400
                  'BATCH PERMANECE BLOQUEADA'                           00004410
            ELSE                                                        00004420
               OPEN I-O JANELA-FILE                                     00004430
               IF WRK-JAN-STATUS NOT EQUAL '00'                         00004440
                  DISPLAY 'F16CIR3 - ERRO AO ABRIR JANELA '             00004450
                     'FILE STATUS ' WRK-JAN-STATUS                      00004460
                  MOVE 16 TO RETURN-CODE                                00004470
               ELSE                                                     00004480
                  MOVE '1' TO JAN-CHAVE                                 00004490
                  READ JANELA-FILE                                      00004500
                  IF WRK-JAN-STATUS NOT EQUAL '00'                      00004510
                     DISPLAY 'F16CIR3 - ERRO DE LEITURA EM JANELA '     00004520
                        'FILE STATUS ' WRK-JAN-STATUS                   00004530
                     MOVE 16 TO RETURN-CODE                             00004540
                  ELSE                                                  00004550
                     IF JAN-SITUACAO EQUAL 'B'                          00004560
                        AND JAN-PROGRAMA EQUAL 'F16CIR3'                00004570
                        AND JAN-DATA EQUAL WRK-JAN-DATA                 00004580
                        AND JAN-HORA EQUAL WRK-JAN-HORA                 00004590
                        MOVE 'L' TO JAN-SITUACAO                        00004600
                        REWRITE JAN-REGISTRO                            00004610
                        IF WRK-JAN-STATUS NOT EQUAL '00'                00004620
                           DISPLAY 'F16CIR3 - ERRO AO GRAVAR '          00004630
                              'JANELA FILE STATUS ' WRK-JAN-STATUS      00004640
                           MOVE 16 TO RETURN-CODE                       00004650
                        END-IF                                          00004660
                     END-IF                                             00004670
                  END-IF                                                00004680
                  CLOSE JANELA-FILE                                     00004690
               END-IF                                                   00004700
            END-IF.                                                     00004710
      *----------------------------------------------------             00004720
       8500-99-FIM.                                EXIT.                00004730
      *----------------------------------------------------             00004740
