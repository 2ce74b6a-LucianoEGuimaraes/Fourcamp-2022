      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRN.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:COPIA DE SEGURANCA DO ARQUIVO FUNC COM  *            00000110
      *            PONTO DE SINCRONISMO NO JORNAL. GRAVA   *            00000120
      *            NO JORNAL (F16CIDC) UM REGISTRO 'S' COM *            00000130
      *            A DATA/HORA DA COPIA E EM SEGUIDA COPIA *            00000140
      *            TODOS OS REGISTROS DO FUNC PARA UMA     *            00000150
      *            GERACAO DO ARQUIVO SEQUENCIAL COPIA,    *            00000160
      *            CADA UM CARIMBADO COM A MESMA DATA E    *            00000170
      *            HORA.                                   *            00000180
      *            O F16CIRO USA ESSE CARIMBO PARA ACHAR   *            00000190
      *            NO JORNAL O PONTO A PARTIR DO QUAL      *            00000200
      *            REAPLICA AS ATUALIZACOES.               *            00000210
      *----------------------------------------------------*            00000220
      *   COPIA (LRECL 131): DATA (AAAAMMDD) E HORA        *            00000230
      *   (HH:MM:SS) DO PONTO DE SINCRONISMO + REGISTRO    *            00000240
      *   DO FUNC (F16CID1) NA INTEGRA.                    *            00000250
      *----------------------------------------------------*            00000260
      *   BASE DE DADOS:                                   *            00000270
      *   TABELA.VSAM                                      *            00000280
      *    ------              I/O        INCLUDE/BOOK     *            00000290
      *   FUNC       CADASTRO FUNCIONARIOS   I  F16CID1    *            00000300
      *   JORNAL     DIARIO DE ATUALIZACOES  O  F16CIDC    *            00000310
      *   JANELA     CONTROLE JANELA BATCH  I/O F16CIDD    *            00000311
      *====================================================*            00000320
      *====================================================             00000330
       ENVIRONMENT                               DIVISION.              00000340
      *====================================================             00000350
       CONFIGURATION                              SECTION.              00000360
                                                                        00000370
       SPECIAL-NAMES.                                                   00000380
           DECIMAL-POINT IS COMMA.                                      00000390
                                                                        00000400
       INPUT-OUTPUT                               SECTION.              00000410
       FILE-CONTROL.                                                    00000420
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000430
               ORGANIZATION IS INDEXED                                  00000440
               ACCESS MODE IS SEQUENTIAL                                00000450
               RECORD KEY IS WRK-CHAVE                                  00000460
               FILE STATUS IS WRK-FUNC-STATUS.                          00000470
                                                                        00000480
           SELECT COPIA ASSIGN TO COPIA                                 00000490
               ORGANIZATION IS SEQUENTIAL                               00000500
               FILE STATUS IS WRK-COPIA-STATUS.                         00000510
                                                                        00000520
           SELECT JANELA-FILE ASSIGN TO JANELA                          00000521
               ORGANIZATION IS INDEXED                                  00000522
               ACCESS MODE IS RANDOM                                    00000523
               RECORD KEY IS JAN-CHAVE                                  00000524
               FILE STATUS IS WRK-JAN-STATUS.                           00000525
                                                                        00000526
           SELECT JORNAL-FILE ASSIGN TO AS-JORNAL                       00000530
               ORGANIZATION IS SEQUENTIAL                               00000540
               FILE STATUS IS WRK-JNL-STATUS.                           00000550
                                                                        00000560
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000570
               ORGANIZATION IS SEQUENTIAL                               00000580
               FILE STATUS IS WRK-RLOG-STATUS.                          00000590
                                                                        00000600
      *====================================================             00000610
       DATA                                      DIVISION.              00000620
      *====================================================             00000630
       FILE                                      SECTION.               00000640
      *----------------------------------------------------             00000650
       FD  FUNC-FILE                                                    00000660
           RECORDING MODE IS F.                                         00000670
                                                                        00000680
           COPY F16CID1.                                                00000690
                                                                        00000700
       FD  COPIA                                                        00000710
           RECORDING MODE IS F.                                         00000720
       01 COP-REC.                                                      00000730
          05 COP-DATA          PIC X(08).                               00000740
          05 COP-HORA          PIC X(08).                               00000750
          05 COP-DADOS         PIC X(115).                              00000760
                                                                        00000770
       FD  JANELA-FILE                                                  00000771
           RECORDING MODE IS F.                                         00000772
                                                                        00000773
           COPY F16CIDD.                                                00000774
                                                                        00000775
       FD  JORNAL-FILE                                                  00000780
           RECORDING MODE IS F.                                         00000790
                                                                        00000800
           COPY F16CIDC.                                                00000810
                                                                        00000820
       FD  RUNLOG                                                       00000830
           RECORDING MODE IS F.                                         00000840
                                                                        00000850
           COPY F16CID9.                                                00000860
                                                                        00000870
      *----------------------------------------------------             00000880
       WORKING-STORAGE                           SECTION.               00000890
      *----------------------------------------------------             00000900
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00000910
       77 WRK-COPIA-STATUS     PIC X(02) VALUE '00'.                    00000920
       77 WRK-JNL-STATUS       PIC X(02) VALUE '00'.                    00000930
       77 WRK-JAN-STATUS       PIC X(02) VALUE '00'.                    00000931
                                                                        00000940
       77 WRK-EOF-FUNC         PIC X(01) VALUE 'N'.                     00000950
          88 FIM-FUNC                    VALUE 'S'.                     00000960
                                                                        00000970
       77 WRK-QTDE-GRAVADOS    PIC 9(08) VALUE ZEROES.                  00000980
                                                                        00000990
      *        DATA/HORA DO PONTO DE SINCRONISMO, GRAVADA NO            00001000
      *        REGISTRO 'S' DO JORNAL E EM CADA REGISTRO DA COPIA.      00001010
       01 WRK-SINC-TIMESTAMP.                                           00001020
          05 WRK-SNT-DIA       PIC X(08).                               00001030
          05 WRK-SNT-HH        PIC X(02).                               00001040
          05 WRK-SNT-MM        PIC X(02).                               00001050
          05 WRK-SNT-SS        PIC X(02).                               00001060
                                                                        00001070
       01 WRK-SINC-HORA.                                                00001080
          05 WRK-SNH-HH        PIC X(02).                               00001090
          05 FILLER            PIC X(01) VALUE ':'.                     00001100
          05 WRK-SNH-MM        PIC X(02).                               00001110
          05 FILLER            PIC X(01) VALUE ':'.                     00001120
          05 WRK-SNH-SS        PIC X(02).                               00001130
                                                                        00001140
      *        CARIMBO DO BLOQUEIO DA JANELA BATCH (VER F16CIDD)        00001141
      *        FEITO POR ESTE PROGRAMA, CONFERIDO NA LIBERACAO.         00001142
       77 WRK-JAN-DATA         PIC X(08) VALUE SPACES.                  00001143
       77 WRK-JAN-HORA         PIC X(08) VALUE SPACES.                  00001144
                                                                        00001145
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00001150
      *        INICIO E NO FIM DO PROGRAMA.                             00001160
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00001170
                                                                        00001180
       01 WRK-RLOG-TIMESTAMP.                                           00001190
          05 WRK-RLG-DIA       PIC X(08).                               00001200
          05 WRK-RLG-HH        PIC X(02).                               00001210
          05 WRK-RLG-MM        PIC X(02).                               00001220
          05 WRK-RLG-SS        PIC X(02).                               00001230
                                                                        00001240
       01 WRK-RLOG-HORA.                                                00001250
          05 WRK-RLH-HH        PIC X(02).                               00001260
          05 FILLER            PIC X(01) VALUE ':'.                     00001270
          05 WRK-RLH-MM        PIC X(02).                               00001280
          05 FILLER            PIC X(01) VALUE ':'.                     00001290
          05 WRK-RLH-SS        PIC X(02).                               00001300
                                                                        00001310
      *====================================================             00001320
       PROCEDURE                                 DIVISION.              00001330
      *====================================================             00001340
      *****************************************************             00001350
      *          R O T I N A   P R I N C I P A L          *             00001360
      *****************************************************             00001370
      *----------------------------------------------------             00001380
       0000-PRINCIPAL                             SECTION.              00001390
      *----------------------------------------------------             00001400
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00001410
                                                                        00001420
            PERFORM 1000-INICIALIZAR.                                   00001430
                                                                        00001440
            PERFORM UNTIL FIM-FUNC                                      00001450
               READ FUNC-FILE                                           00001460
                  AT END                                                00001470
                     MOVE 'S' TO WRK-EOF-FUNC                           00001480
                  NOT AT END                                            00001490
                     IF WRK-FUNC-STATUS NOT EQUAL '00'                  00001500
                        DISPLAY 'F16CIRN - ERRO DE LEITURA EM FUNC '    00001510
                           'FILE STATUS ' WRK-FUNC-STATUS               00001520
                        MOVE 'S' TO WRK-EOF-FUNC                        00001530
                        MOVE 16 TO RETURN-CODE                          00001540
                     ELSE                                               00001550
                        PERFORM 2000-GRAVAR-COPIA                       00001560
                     END-IF                                             00001570
               END-READ                                                 00001580
            END-PERFORM.                                                00001590
                                                                        00001600
            PERFORM 9000-FINALIZAR.                                     00001610
                                                                        00001620
            STOP RUN.                                                   00001630
      *----------------------------------------------------             00001640
       0000-99-FIM.                                EXIT.                00001650
      *----------------------------------------------------             00001660
      *****************************************************             00001670
      *             I N I C I A L I Z A R                 *             00001680
      *****************************************************             00001690
      *----------------------------------------------------             00001700
       1000-INICIALIZAR                           SECTION.              00001710
      *----------------------------------------------------             00001720
            MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-SINC-TIMESTAMP.    00001730
            MOVE WRK-SNT-HH TO WRK-SNH-HH.                              00001740
            MOVE WRK-SNT-MM TO WRK-SNH-MM.                              00001750
            MOVE WRK-SNT-SS TO WRK-SNH-SS.                              00001760
                                                                        00001770
      *        SEM A JANELA BLOQUEADA UMA ATUALIZACAO ONLINE            00001771
      *        FEITA COM O JORNAL FECHADO NO CICS ALTERARIA O           00001772
      *        FUNC SEM DEIXAR REGISTRO PARA O F16CIRO.                 00001773
            PERFORM 8400-BLOQUEAR-JANELA.                               00001774
                                                                        00001775
            OPEN INPUT FUNC-FILE.                                       00001780
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00001790
               DISPLAY 'F16CIRN - ERRO AO ABRIR FUNC FILE STATUS '      00001800
                  WRK-FUNC-STATUS                                       00001810
               MOVE 16 TO RETURN-CODE                                   00001820
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00001821
               STOP RUN                                                 00001830
            END-IF.                                                     00001840
                                                                        00001850
            OPEN OUTPUT COPIA.                                          00001860
            IF WRK-COPIA-STATUS NOT EQUAL '00'                          00001870
               DISPLAY 'F16CIRN - ERRO AO ABRIR COPIA FILE STATUS '     00001880
                  WRK-COPIA-STATUS                                      00001890
               MOVE 16 TO RETURN-CODE                                   00001900
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00001901
               STOP RUN                                                 00001910
            END-IF.                                                     00001920
                                                                        00001930
            PERFORM 1500-MARCAR-SINCRONISMO.                            00001940
      *----------------------------------------------------             00001950
       1000-99-FIM.                                EXIT.                00001960
      *----------------------------------------------------             00001970
      *****************************************************             00001980
      *   M A R C A R   S I N C R O N I S M O             *             00001990
      *****************************************************             00002000
      *----------------------------------------------------             00002010
       1500-MARCAR-SINCRONISMO                    SECTION.              00002020
      *----------------------------------------------------             00002030
      *        A MARCA VAI PARA O JORNAL ANTES DA COPIA: UMA            00002040
      *        ATUALIZACAO FEITA ENQUANTO O FUNC E COPIADO FICA         00002050
      *        NO JORNAL DEPOIS DA MARCA, E O F16CIRO RECONHECE         00002060
      *        (IMAGEM IGUAL) A QUE A COPIA JA PEGOU. SE O JOB          00002070
      *        CAIR NO MEIO, A GERACAO DA COPIA E DESCARTADA E A        00002080
      *        MARCA FICA ORFA NO JORNAL, SEM EFEITO - O F16CIRO        00002090
      *        SO PROCURA A MARCA DO CARIMBO DA COPIA RESTAURADA.       00002100
            OPEN EXTEND JORNAL-FILE.                                    00002110
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00002120
               DISPLAY 'F16CIRN - ERRO AO ABRIR JORNAL FILE STATUS '    00002130
                  WRK-JNL-STATUS                                        00002140
               MOVE 16 TO RETURN-CODE                                   00002150
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002151
               STOP RUN                                                 00002160
            END-IF.                                                     00002170
                                                                        00002180
            MOVE SPACES        TO JNL-REGISTRO.                         00002190
            MOVE WRK-SNT-DIA   TO JNL-DATA.                             00002200
            MOVE WRK-SINC-HORA TO JNL-HORA.                             00002210
            MOVE 'F16CIRN'     TO JNL-PROGRAMA.                         00002220
            MOVE 'BATCH'       TO JNL-USERID.                           00002230
            MOVE 'S'           TO JNL-OPERACAO.                         00002240
                                                                        00002250
            WRITE JNL-REGISTRO.                                         00002260
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00002270
               DISPLAY 'F16CIRN - ERRO AO GRAVAR JORNAL '               00002280
                  'FILE STATUS ' WRK-JNL-STATUS                         00002290
               MOVE 16 TO RETURN-CODE                                   00002300
               CLOSE JORNAL-FILE                                        00002310
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00002311
               STOP RUN                                                 00002320
            END-IF.                                                     00002330
                                                                        00002340
            CLOSE JORNAL-FILE.                                          00002350
      *----------------------------------------------------             00002360
       1500-99-FIM.                                EXIT.                00002370
      *----------------------------------------------------             00002380
      *****************************************************             00002390
      *          G R A V A R   C O P I A                  *             00002400
      *****************************************************             00002410
      *----------------------------------------------------             00002420
       2000-GRAVAR-COPIA                          SECTION.              00002430
      *----------------------------------------------------             00002440
            MOVE WRK-SNT-DIA   TO COP-DATA.                             00002450
            MOVE WRK-SINC-HORA TO COP-HORA.                             00002460
            MOVE WRK-DADOS     TO COP-DADOS.                            00002470
                                                                        00002480
            WRITE COP-REC.                                              00002490
            IF WRK-COPIA-STATUS NOT EQUAL '00'                          00002500
               DISPLAY 'F16CIRN - ERRO AO GRAVAR COPIA CHAVE '          00002510
                  WRK-CHAVE ' FILE STATUS ' WRK-COPIA-STATUS            00002520
               MOVE 16 TO RETURN-CODE                                   00002530
            ELSE                                                        00002540
               ADD 1 TO WRK-QTDE-GRAVADOS                               00002550
            END-IF.                                                     00002560
      *----------------------------------------------------             00002570
       2000-99-FIM.                                EXIT.                00002580
      *----------------------------------------------------             00002590
      *****************************************************             00002600
      *             F I N A L I Z A R                     *             00002610
      *****************************************************             00002620
      *----------------------------------------------------             00002630
       9000-FINALIZAR                             SECTION.              00002640
      *----------------------------------------------------             00002650
            DISPLAY 'F16CIRN - COPIA DO FUNC COM SINCRONISMO EM '       00002660
               WRK-SNT-DIA ' ' WRK-SINC-HORA                            00002670
               ' GRAVADA COM ' WRK-QTDE-GRAVADOS ' REGISTROS'.          00002680
                                                                        00002690
            CLOSE FUNC-FILE.                                            00002700
            CLOSE COPIA.                                                00002710
                                                                        00002720
            PERFORM 8500-LIBERAR-JANELA.                                00002721
                                                                        00002722
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00002730
      *----------------------------------------------------             00002740
       9000-99-FIM.                                EXIT.                00002750
      *----------------------------------------------------             00002760
      *****************************************************             00002770
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00002780
      *****************************************************             00002790
      *----------------------------------------------------             00002800
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00002810
      *----------------------------------------------------             00002820
            MOVE 'F16CIRN' TO RLG-PROGRAMA.                             00002830
            MOVE 'I'       TO RLG-EVENTO.                               00002840
            MOVE ZEROES    TO RLG-LIDOS.                                00002850
            MOVE ZEROES    TO RLG-GRAVADOS.                             00002860
            MOVE ZEROES    TO RLG-REJEITADOS.                           00002870
            MOVE ZEROES    TO RLG-RETCODE.                              00002880
            PERFORM 8200-GRAVAR-RUNLOG.                                 00002890
      *----------------------------------------------------             00002900
       8000-99-FIM.                                EXIT.                00002910
      *----------------------------------------------------             00002920
      *****************************************************             00002930
      *   G R A V A R   R U N L O G   -   F I M           *             00002940
      *****************************************************             00002950
      *----------------------------------------------------             00002960
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00002970
      *----------------------------------------------------             00002980
            MOVE 'F16CIRN' TO RLG-PROGRAMA.                             00002990
            MOVE 'F'       TO RLG-EVENTO.                               00003000
            MOVE WRK-QTDE-GRAVADOS TO RLG-LIDOS.                        00003010
            MOVE WRK-QTDE-GRAVADOS TO RLG-GRAVADOS.                     00003020
            MOVE ZEROES            TO RLG-REJEITADOS.                   00003030
            MOVE RETURN-CODE TO RLG-RETCODE.                            00003040
            PERFORM 8200-GRAVAR-RUNLOG.                                 00003050
      *----------------------------------------------------             00003060
       8100-99-FIM.                                EXIT.                00003070
      *----------------------------------------------------             00003080
      *****************************************************             00003090
      *   G R A V A R   R U N L O G                       *             00003100
      *****************************************************             00003110
      *----------------------------------------------------             00003120
       8200-GRAVAR-RUNLOG                         SECTION.              00003130
      *----------------------------------------------------             00003140
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00003150
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00003160
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00003170
            MOVE FUNCTION CURRENT-DATE (1:14)                           00003180
                 TO WRK-RLOG-TIMESTAMP.                                 00003190
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00003200
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00003210
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00003220
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00003230
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00003240
                                                                        00003250
            OPEN EXTEND RUNLOG.                                         00003260
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00003270
               DISPLAY 'F16CIRN - ERRO AO ABRIR RUNLOG FILE STATUS '    00003280
                  WRK-RLOG-STATUS                                       00003290
               MOVE 16 TO RETURN-CODE                                   00003300
            ELSE                                                        00003310
               WRITE RLG-REGISTRO                                       00003320
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00003330
                  DISPLAY 'F16CIRN - ERRO AO GRAVAR RUNLOG '            00003340
                     'FILE STATUS ' WRK-RLOG-STATUS                     00003350
                  MOVE 16 TO RETURN-CODE                                00003360
               END-IF                                                   00003370
               CLOSE RUNLOG                                             00003380
            END-IF.                                                     00003390
      *----------------------------------------------------             00003400
       8200-99-FIM.                                EXIT.                00003410
      *----------------------------------------------------             00003420
      *****************************************************             00003430
      *   B L O Q U E A R   J A N E L A   B A T C H       *             00003440
      *****************************************************             00003450
      *----------------------------------------------------             00003460
       8400-BLOQUEAR-JANELA                       SECTION.              00003470
      *----------------------------------------------------             00003480
      *        BLOQUEIA AS ATUALIZACOES ONLINE DO FUNC (VER             00003490
      *        F16CIDD) ANTES DE ABRIR O FUNC. JANELA JA                00003491
      *        BLOQUEADA POR OUTRO PROGRAMA (JOB AINDA RODANDO,         00003492
      *        JOB QUE TERMINOU COM ERRO OU BLOQUEIO MANUAL)            00003493
      *        ENCERRA COM RC 16 SEM TOCAR NO FUNC - O OPERADOR         00003494
      *        CONFERE E LIBERA PELO F16CIRP. O BLOQUEIO DESTE          00003495
      *        MESMO PROGRAMA (REEXECUCAO DEPOIS DE ERRO) E             00003496
      *        RETOMADO. O CARIMBO DO BLOQUEIO E O DO PONTO DE          00003497
      *        SINCRONISMO, JA MONTADO NA 1000.                         00003498
            MOVE WRK-SNT-DIA   TO WRK-JAN-DATA.                         00003550
            MOVE WRK-SINC-HORA TO WRK-JAN-HORA.                         00003560
                                                                        00003570
            OPEN I-O JANELA-FILE.                                       00003580
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00003590
               DISPLAY 'F16CIRN - ERRO AO ABRIR JANELA FILE STATUS '    00003600
                  WRK-JAN-STATUS                                        00003610
               MOVE 16 TO RETURN-CODE                                   00003620
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003621
               STOP RUN                                                 00003630
            END-IF.                                                     00003640
                                                                        00003650
            MOVE '1' TO JAN-CHAVE.                                      00003660
            READ JANELA-FILE.                                           00003670
            EVALUATE WRK-JAN-STATUS                                     00003680
               WHEN '00'                                                00003690
                  IF JAN-SITUACAO EQUAL 'B'                             00003700
                     AND JAN-PROGRAMA NOT EQUAL 'F16CIRN'               00003701
                     DISPLAY 'F16CIRN - JANELA BATCH JA BLOQUEADA POR ' 00003710
                        JAN-PROGRAMA ' DESDE ' JAN-DATA ' ' JAN-HORA    00003720
                     DISPLAY 'F16CIRN - FUNC NAO ATUALIZADO - LIBERAR ' 00003721
                        'A JANELA PELO F16CIRP'                         00003722
                     MOVE 16 TO RETURN-CODE                             00003723
                     CLOSE JANELA-FILE                                  00003724
                     PERFORM 8100-GRAVAR-RUNLOG-FIM                     00003725
                     STOP RUN                                           00003726
                  END-IF                                                00003730
               WHEN '23'                                                00003740
                  CONTINUE                                              00003750
               WHEN OTHER                                               00003760
                  DISPLAY 'F16CIRN - ERRO DE LEITURA EM JANELA '        00003770
                     'FILE STATUS ' WRK-JAN-STATUS                      00003780
                  MOVE 16 TO RETURN-CODE                                00003790
                  CLOSE JANELA-FILE                                     00003800
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00003801
                  STOP RUN                                              00003810
            END-EVALUATE.                                               00003820
                                                                        00003830
            IF WRK-JAN-STATUS EQUAL '23'                                00003840
               MOVE SPACES TO JAN-REGISTRO                              00003850
               MOVE '1'    TO JAN-CHAVE                                 00003860
            END-IF.                                                     00003870
            MOVE 'B'          TO JAN-SITUACAO.                          00003880
            MOVE 'F16CIRN'    TO JAN-PROGRAMA.                          00003890
            MOVE WRK-JAN-DATA TO JAN-DATA.                              00003900
            MOVE WRK-JAN-HORA TO JAN-HORA.                              00003910
            MOVE SPACES       TO JAN-LIBERACAO.                         00003920
            MOVE SPACES       TO JAN-DATA-LIB.                          00003930
            MOVE SPACES       TO JAN-HORA-LIB.                          00003940
                                                                        00003950
            IF WRK-JAN-STATUS EQUAL '23'                                00003960
               WRITE JAN-REGISTRO                                       00003970
            ELSE                                                        00003980
               REWRITE JAN-REGISTRO                                     00003990
            END-IF.                                                     00004000
            IF WRK-JAN-STATUS NOT EQUAL '00'                            00004010
               DISPLAY 'F16CIRN - ERRO AO GRAVAR JANELA '               00004020
                  'FILE STATUS ' WRK-JAN-STATUS                         00004030
               MOVE 16 TO RETURN-CODE                                   00004040
               CLOSE JANELA-FILE                                        00004050
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004051
               STOP RUN                                                 00004060
            END-IF.                                                     00004070
                                                                        00004080
            CLOSE JANELA-FILE.                                          00004090
      *----------------------------------------------------             00004100
       8400-99-FIM.                                EXIT.                00004110
      *----------------------------------------------------             00004120
      *****************************************************             00004130
      *   L I B E R A R   J A N E L A   B A T C H         *             00004140
      *****************************************************             00004150
      *----------------------------------------------------             00004160
       8500-LIBERAR-JANELA                        SECTION.              00004170
      *----------------------------------------------------             00004180
      *        SO LIBERA NO FIM NORMAL (RC MENOR QUE 16) E SE O         00004190
      *        BLOQUEIO AINDA FOR O DESTE PROGRAMA: LIBERADO            00004200
      *        PELO OPERADOR DURANTE A EXECUCAO, FICA                   00004210
      *        COMO ESTA. TERMINANDO COM ERRO, A JANELA SEGUE           00004220
      *        BLOQUEADA ATE A REEXECUCAO OU A LIBERACAO PELO           00004230
      *        F16CIRP.                                                 00004240
            IF RETURN-CODE NOT LESS THAN 16                             00004250
               DISPLAY 'F16CIRN - TERMINO COM ERRO - JANELA '           00004260
                  'BATCH PERMANECE BLOQUEADA'                           00004270
            ELSE                                                        00004280
               OPEN I-O JANELA-FILE                                     00004290
               IF WRK-JAN-STATUS NOT EQUAL '00'                         00004300
                  DISPLAY 'F16CIRN - ERRO AO ABRIR JANELA '             00004310
                     'FILE STATUS ' WRK-JAN-STATUS                      00004320
                  MOVE 16 TO RETURN-CODE                                00004330
               ELSE                                                     00004340
                  MOVE '1' TO JAN-CHAVE                                 00004350
                  READ JANELA-FILE                                      00004360
                  IF WRK-JAN-STATUS NOT EQUAL '00'                      00004370
                     DISPLAY 'F16CIRN - ERRO DE LEITURA EM JANELA '     00004380
                        'FILE STATUS ' WRK-JAN-STATUS                   00004390
                     MOVE 16 TO RETURN-CODE                             00004400
                  ELSE                                                  00004410
                     IF JAN-SITUACAO EQUAL 'B'                          00004420
                        AND JAN-PROGRAMA EQUAL 'F16CIRN'                00004430
                        AND JAN-DATA EQUAL WRK-JAN-DATA                 00004440
                        AND JAN-HORA EQUAL WRK-JAN-HORA                 00004450
                        MOVE 'L' TO JAN-SITUACAO                        00004460
                        REWRITE JAN-REGISTRO                            00004470
                        IF WRK-JAN-STATUS NOT EQUAL '00'                00004480
                           DISPLAY 'F16CIRN - ERRO AO GRAVAR '          00004490
                              'JANELA FILE STATUS ' WRK-JAN-STATUS      00004500
                           MOVE 16 TO RETURN-CODE                       00004510
                        END-IF                                          00004520
                     END-IF                                             00004530
                  END-IF                                                00004540
                  CLOSE JANELA-FILE                                     00004550
               END-IF                                                   00004560
            END-IF.                                                     00004570
      *----------------------------------------------------             00004580
       8500-99-FIM.                                EXIT.                00004590
      *----------------------------------------------------             00004600
