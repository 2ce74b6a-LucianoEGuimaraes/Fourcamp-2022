      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. F16CIRO.                                             00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:RECUPERACAO DO ARQUIVO FUNC A PARTIR DE *            00000110
      *            UMA GERACAO DA COPIA DE SEGURANCA       *            00000120
      *            (F16CIRN) E DO JORNAL DE ATUALIZACOES   *            00000130
      *            (F16CIDC).                              *            00000140
      *            1) CONFERE NO JORNAL A MARCA DE         *            00000150
      *               SINCRONISMO ('S') COM A DATA/HORA    *            00000160
      *               CARIMBADA NA COPIA - SEM A MARCA     *            00000170
      *               NADA E ALTERADO (RC 16);             *            00000180
      *            2) DEIXA O FUNC IGUAL A COPIA, CASANDO  *            00000190
      *               POR CHAVE: REGISTRO SO NA COPIA E    *            00000200
      *               GRAVADO, SO NO FUNC E EXCLUIDO E     *            00000210
      *               DIFERENTE E REGRAVADO;               *            00000220
      *            3) REAPLICA AS ATUALIZACOES DO JORNAL   *            00000230
      *               POSTERIORES A MARCA ATE A DATA/HORA  *            00000240
      *               LIMITE DO PARM.                      *            00000250
      *            O FUNC NAO E DESCARREGADO/REDEFINIDO    *            00000260
      *            (OS AIX COM UPGRADE IMPEDEM O REUSE):   *            00000270
      *            A RESTAURACAO E FEITA REGISTRO A        *            00000280
      *            REGISTRO E OS INDICES ALTERNADOS SAO    *            00000290
      *            ATUALIZADOS PELO PROPRIO VSAM.          *            00000300
      *----------------------------------------------------*            00000310
      *   REAPLICACAO - CADA REGISTRO DO JORNAL:           *            00000320
      *   I  CHAVE AUSENTE NO FUNC: GRAVA A IMAGEM DEPOIS  *            00000330
      *   A/E/R  FUNC IGUAL A IMAGEM ANTES: REGRAVA COM A  *            00000340
      *      IMAGEM DEPOIS                                 *            00000350
      *   FUNC JA IGUAL A IMAGEM DEPOIS: ATUALIZACAO JA    *            00000360
      *      CONTIDA NA COPIA, SO CONTADA                  *            00000370
      *   QUALQUER OUTRO CASO E CONFLITO: NAO E APLICADO,  *            00000380
      *      SAI NO RELATORIO E O PROGRAMA TERMINA COM     *            00000390
      *      RC 8 (RC 16 PARA ERRO DE ARQUIVO).            *            00000400
      *----------------------------------------------------*            00000410
      *   PARAMETROS (PARM):                               *            00000420
      *   COL 01-08 DATA LIMITE (AAAAMMDD)                 *            00000430
      *             (EM BRANCO = JORNAL INTEIRO)           *            00000440
      *   COL 09-16 HORA LIMITE (HH:MM:SS)                 *            00000450
      *             (EM BRANCO = 23:59:59)                 *            00000460
      *----------------------------------------------------*            00000470
      *   BASE DE DADOS:                                   *            00000480
      *   TABELA.VSAM                                      *            00000490
      *    ------              I/O        INCLUDE/BOOK     *            00000500
      *   FUNC       CADASTRO FUNCIONARIOS  I/O F16CID1    *            00000510
      *   JORNAL     DIARIO DE ATUALIZACOES  I  F16CIDC    *            00000520
      *====================================================*            00000530
      *====================================================             00000540
       ENVIRONMENT                               DIVISION.              00000550
      *====================================================             00000560
       CONFIGURATION                              SECTION.              00000570
                                                                        00000580
       SPECIAL-NAMES.                                                   00000590
           DECIMAL-POINT IS COMMA.                                      00000600
                                                                        00000610
       INPUT-OUTPUT                               SECTION.              00000620
       FILE-CONTROL.                                                    00000630
           SELECT FUNC-FILE ASSIGN TO FUNC                              00000640
               ORGANIZATION IS INDEXED                                  00000650
               ACCESS MODE IS DYNAMIC                                   00000660
               RECORD KEY IS WRK-CHAVE                                  00000670
               FILE STATUS IS WRK-FUNC-STATUS.                          00000680
                                                                        00000690
           SELECT COPIA ASSIGN TO COPIA                                 00000700
               ORGANIZATION IS SEQUENTIAL                               00000710
               FILE STATUS IS WRK-COPIA-STATUS.                         00000720
                                                                        00000730
           SELECT JORNAL-FILE ASSIGN TO AS-JORNAL                       00000740
               ORGANIZATION IS SEQUENTIAL                               00000750
               FILE STATUS IS WRK-JNL-STATUS.                           00000760
                                                                        00000770
           SELECT PARM-FILE ASSIGN TO PARM                              00000780
               ORGANIZATION IS SEQUENTIAL.                              00000790
                                                                        00000800
           SELECT RELATORIO ASSIGN TO RELAT                             00000810
               ORGANIZATION IS SEQUENTIAL.                              00000820
                                                                        00000830
           SELECT RUNLOG ASSIGN TO RUNLOG                               00000840
               ORGANIZATION IS SEQUENTIAL                               00000850
               FILE STATUS IS WRK-RLOG-STATUS.                          00000860
                                                                        00000870
      *====================================================             00000880
       DATA                                      DIVISION.              00000890
      *====================================================             00000900
       FILE                                      SECTION.               00000910
      *----------------------------------------------------             00000920
       FD  FUNC-FILE                                                    00000930
           RECORDING MODE IS F.                                         00000940
                                                                        00000950
           COPY F16CID1.                                                00000960
                                                                        00000970
       FD  COPIA                                                        00000980
           RECORDING MODE IS F.                                         00000990
       01 COP-REC.                                                      00001000
          05 COP-DATA          PIC X(08).                               00001010
          05 COP-HORA          PIC X(08).                               00001020
          05 COP-DADOS         PIC X(115).                              00001030
                                                                        00001040
       FD  JORNAL-FILE                                                  00001050
           RECORDING MODE IS F.                                         00001060
                                                                        00001070
           COPY F16CIDC.                                                00001080
                                                                        00001090
       FD  PARM-FILE                                                    00001100
           RECORDING MODE IS F.                                         00001110
       01 PARM-CARD.                                                    00001120
          05 PARM-DATA         PIC X(08).                               00001130
          05 PARM-HORA.                                                 00001140
             10 PARM-HH        PIC X(02).                               00001150
             10 PARM-SEP-1     PIC X(01).                               00001160
             10 PARM-MM        PIC X(02).                               00001170
             10 PARM-SEP-2     PIC X(01).                               00001180
             10 PARM-SS        PIC X(02).                               00001190
          05 FILLER            PIC X(64).                               00001200
                                                                        00001210
       FD  RELATORIO                                                    00001220
           RECORDING MODE IS F.                                         00001230
       01 REL-LINHA            PIC X(132).                              00001240
                                                                        00001250
       FD  RUNLOG                                                       00001260
           RECORDING MODE IS F.                                         00001270
                                                                        00001280
           COPY F16CID9.                                                00001290
                                                                        00001300
      *----------------------------------------------------             00001310
       WORKING-STORAGE                           SECTION.               00001320
      *----------------------------------------------------             00001330
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.                    00001340
       77 WRK-COPIA-STATUS     PIC X(02) VALUE '00'.                    00001350
       77 WRK-JNL-STATUS       PIC X(02) VALUE '00'.                    00001360
                                                                        00001370
       77 WRK-EOF-PARM         PIC X(01) VALUE 'N'.                     00001380
          88 FIM-PARM                    VALUE 'S'.                     00001390
       77 WRK-EOF-JNL          PIC X(01) VALUE 'N'.                     00001400
          88 FIM-JNL                     VALUE 'S'.                     00001410
                                                                        00001420
      *        DATA/HORA LIMITE DA REAPLICACAO (PARM). EM BRANCO        00001430
      *        FICA HIGH-VALUES E O JORNAL E REAPLICADO INTEIRO.        00001440
       01 WRK-LIMITE.                                                   00001450
          05 WRK-LIM-DATA      PIC X(08) VALUE SPACES.                  00001460
          05 WRK-LIM-HORA      PIC X(08) VALUE SPACES.                  00001470
                                                                        00001480
       01 WRK-LIMITE-NUM.                                               00001490
          05 WRK-LMN-ANO       PIC 9(04).                               00001500
          05 WRK-LMN-MES       PIC 9(02).                               00001510
          05 WRK-LMN-DIA       PIC 9(02).                               00001520
                                                                        00001530
       01 WRK-LIMITE-HOR.                                               00001531
          05 WRK-LMH-HH        PIC X(02).                               00001532
          05 WRK-LMH-SEP-1     PIC X(01).                               00001533
          05 WRK-LMH-MM        PIC X(02).                               00001534
          05 WRK-LMH-SEP-2     PIC X(01).                               00001535
          05 WRK-LMH-SS        PIC X(02).                               00001536
                                                                        00001537
      *        CARIMBO DA COPIA (DATA/HORA DO PONTO DE                  00001540
      *        SINCRONISMO) E DO REGISTRO DO JORNAL EM MAOS,            00001550
      *        COMPARADOS COMO AAAAMMDDHH:MM:SS.                        00001560
       01 WRK-SINCRONISMO.                                              00001570
          05 WRK-SNC-DATA      PIC X(08) VALUE SPACES.                  00001580
          05 WRK-SNC-HORA      PIC X(08) VALUE SPACES.                  00001590
                                                                        00001600
       01 WRK-JNL-CARIMBO.                                              00001610
          05 WRK-JCR-DATA      PIC X(08).                               00001620
          05 WRK-JCR-HORA      PIC X(08).                               00001630
                                                                        00001640
       77 WRK-SINC-ACHADO      PIC X(01) VALUE 'N'.                     00001650
          88 SINC-ACHADO                 VALUE 'S'.                     00001660
       77 WRK-PASSOU-LIMITE    PIC X(01) VALUE 'N'.                     00001670
          88 PASSOU-LIMITE               VALUE 'S'.                     00001680
                                                                        00001690
      *        CASAMENTO COPIA X FUNC POR CHAVE. NO FIM DE CADA         00001700
      *        ARQUIVO A CHAVE FICA EM HIGH-VALUES. O REGISTRO          00001710
      *        LIDO DO FUNC E GUARDADO AQUI PORQUE A GRAVACAO DA        00001720
      *        IMAGEM DA COPIA USA A MESMA AREA (WRK-DADOS).            00001730
       77 WRK-CHAVE-COPIA      PIC X(05) VALUE SPACES.                  00001740
       77 WRK-CHAVE-FUNC       PIC X(05) VALUE SPACES.                  00001750
       77 WRK-REG-FUNC         PIC X(115) VALUE SPACES.                 00001760
                                                                        00001770
       77 WRK-QTDE-COPIA       PIC 9(08) VALUE ZEROES.                  00001780
       77 WRK-QTDE-RECOLOCADOS PIC 9(08) VALUE ZEROES.                  00001790
       77 WRK-QTDE-EXCLUIDOS   PIC 9(08) VALUE ZEROES.                  00001800
       77 WRK-QTDE-REGRAVADOS  PIC 9(08) VALUE ZEROES.                  00001810
       77 WRK-QTDE-IGUAIS      PIC 9(08) VALUE ZEROES.                  00001820
       77 WRK-QTDE-JNL-LIDOS   PIC 9(08) VALUE ZEROES.                  00001830
       77 WRK-QTDE-REAPLICADAS PIC 9(08) VALUE ZEROES.                  00001840
       77 WRK-QTDE-JA-NA-COPIA PIC 9(08) VALUE ZEROES.                  00001850
       77 WRK-QTDE-CONFLITOS   PIC 9(08) VALUE ZEROES.                  00001860
       77 WRK-QTDE-SINCRONISMO PIC 9(08) VALUE ZEROES.                  00001870
       77 WRK-QTDE-POSTERIORES PIC 9(08) VALUE ZEROES.                  00001880
                                                                        00001890
       77 WRK-SITUACAO-JNL     PIC X(50) VALUE SPACES.                  00001900
                                                                        00001910
       01 WRK-LINHA-TITULO.                                             00001920
          05 FILLER            PIC X(03) VALUE SPACES.                  00001930
          05 FILLER            PIC X(50) VALUE                          00001940
             'RECUPERACAO DO FUNC - COPIA DE SEGURANCA + JORNAL'.       00001950
          05 FILLER            PIC X(79) VALUE SPACES.                  00001960
                                                                        00001970
       01 WRK-LINHA-PARAMETROS.                                         00001980
          05 FILLER            PIC X(03) VALUE SPACES.                  00001990
          05 FILLER            PIC X(21) VALUE                          00002000
             'COPIA (SINCRONISMO): '.                                   00002010
          05 WRK-PAR-SNC-DATA      PIC X(08).                           00002020
          05 FILLER            PIC X(01) VALUE SPACES.                  00002030
          05 WRK-PAR-SNC-HORA      PIC X(08).                           00002040
          05 FILLER            PIC X(05) VALUE SPACES.                  00002050
          05 FILLER            PIC X(08) VALUE 'LIMITE: '.              00002060
          05 WRK-PAR-LIMITE        PIC X(17).                           00002070
          05 FILLER            PIC X(61) VALUE SPACES.                  00002080
                                                                        00002090
       01 WRK-LINHA-COLUNAS.                                            00002100
          05 FILLER            PIC X(03) VALUE SPACES.                  00002110
          05 FILLER            PIC X(08) VALUE 'DATA'.                  00002120
          05 FILLER            PIC X(02) VALUE SPACES.                  00002130
          05 FILLER            PIC X(08) VALUE 'HORA'.                  00002140
          05 FILLER            PIC X(02) VALUE SPACES.                  00002150
          05 FILLER            PIC X(08) VALUE 'PROGRAMA'.              00002160
          05 FILLER            PIC X(02) VALUE SPACES.                  00002170
          05 FILLER            PIC X(08) VALUE 'USUARIO'.               00002180
          05 FILLER            PIC X(02) VALUE SPACES.                  00002190
          05 FILLER            PIC X(02) VALUE 'OP'.                    00002200
          05 FILLER            PIC X(02) VALUE SPACES.                  00002210
          05 FILLER            PIC X(05) VALUE 'ID'.                    00002220
          05 FILLER            PIC X(03) VALUE SPACES.                  00002230
          05 FILLER            PIC X(50) VALUE 'SITUACAO'.              00002240
          05 FILLER            PIC X(27) VALUE SPACES.                  00002250
                                                                        00002260
       01 WRK-LINHA-DETALHE.                                            00002270
          05 FILLER            PIC X(03) VALUE SPACES.                  00002280
          05 WRK-DET-DATA          PIC X(08).                           00002290
          05 FILLER            PIC X(02) VALUE SPACES.                  00002300
          05 WRK-DET-HORA          PIC X(08).                           00002310
          05 FILLER            PIC X(02) VALUE SPACES.                  00002320
          05 WRK-DET-PROGRAMA      PIC X(08).                           00002330
          05 FILLER            PIC X(02) VALUE SPACES.                  00002340
          05 WRK-DET-USERID        PIC X(08).                           00002350
          05 FILLER            PIC X(02) VALUE SPACES.                  00002360
          05 FILLER            PIC X(01) VALUE SPACES.                  00002370
          05 WRK-DET-OPERACAO      PIC X(01).                           00002380
          05 FILLER            PIC X(02) VALUE SPACES.                  00002390
          05 WRK-DET-CHAVE         PIC X(05).                           00002400
          05 FILLER            PIC X(03) VALUE SPACES.                  00002410
          05 WRK-DET-SITUACAO      PIC X(50).                           00002420
          05 FILLER            PIC X(27) VALUE SPACES.                  00002430
                                                                        00002440
       01 WRK-LINHA-RESUMO.                                             00002450
          05 FILLER            PIC X(03) VALUE SPACES.                  00002460
          05 WRK-RES-TEXTO         PIC X(40).                           00002470
          05 WRK-RES-QTDE          PIC ZZZZZZZ9.                        00002480
          05 FILLER            PIC X(81) VALUE SPACES.                  00002490
                                                                        00002500
      *        CAMPOS DO LOG DE EXECUCAO (RUNLOG), GRAVADO NO           00002510
      *        INICIO E NO FIM DO PROGRAMA.                             00002520
       77 WRK-RLOG-STATUS      PIC X(02) VALUE '00'.                    00002530
                                                                        00002540
       01 WRK-RLOG-TIMESTAMP.                                           00002550
          05 WRK-RLG-DIA       PIC X(08).                               00002560
          05 WRK-RLG-HH        PIC X(02).                               00002570
          05 WRK-RLG-MM        PIC X(02).                               00002580
          05 WRK-RLG-SS        PIC X(02).                               00002590
                                                                        00002600
       01 WRK-RLOG-HORA.                                                00002610
          05 WRK-RLH-HH        PIC X(02).                               00002620
          05 FILLER            PIC X(01) VALUE ':'.                     00002630
          05 WRK-RLH-MM        PIC X(02).                               00002640
          05 FILLER            PIC X(01) VALUE ':'.                     00002650
          05 WRK-RLH-SS        PIC X(02).                               00002660
                                                                        00002670
      *====================================================             00002680
       PROCEDURE                                 DIVISION.              00002690
      *====================================================             00002700
      *****************************************************             00002710
      *          R O T I N A   P R I N C I P A L          *             00002720
      *****************************************************             00002730
      *----------------------------------------------------             00002740
       0000-PRINCIPAL                             SECTION.              00002750
      *----------------------------------------------------             00002760
            PERFORM 8000-GRAVAR-RUNLOG-INICIO.                          00002770
                                                                        00002780
            PERFORM 1000-INICIALIZAR.                                   00002790
                                                                        00002800
            PERFORM 2000-RESTAURAR-COPIA.                               00002810
                                                                        00002820
            PERFORM 3000-REAPLICAR-JORNAL.                              00002830
                                                                        00002840
            PERFORM 9000-FINALIZAR.                                     00002850
                                                                        00002860
            STOP RUN.                                                   00002870
      *----------------------------------------------------             00002880
       0000-99-FIM.                                EXIT.                00002890
      *----------------------------------------------------             00002900
      *****************************************************             00002910
      *             I N I C I A L I Z A R                 *             00002920
      *****************************************************             00002930
      *----------------------------------------------------             00002940
       1000-INICIALIZAR                           SECTION.              00002950
      *----------------------------------------------------             00002960
            PERFORM 1100-LER-PARM.                                      00002970
                                                                        00002980
            OPEN OUTPUT RELATORIO.                                      00002990
            MOVE SPACES TO REL-LINHA.                                   00003000
            MOVE WRK-LINHA-TITULO TO REL-LINHA.                         00003010
            WRITE REL-LINHA.                                            00003020
                                                                        00003030
            OPEN INPUT COPIA.                                           00003040
            IF WRK-COPIA-STATUS NOT EQUAL '00'                          00003050
               DISPLAY 'F16CIRO - ERRO AO ABRIR COPIA FILE STATUS '     00003060
                  WRK-COPIA-STATUS                                      00003070
               MOVE 16 TO RETURN-CODE                                   00003080
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003090
               STOP RUN                                                 00003100
            END-IF.                                                     00003110
                                                                        00003120
            PERFORM 2100-LER-COPIA.                                     00003130
            IF WRK-CHAVE-COPIA EQUAL HIGH-VALUES                        00003140
               DISPLAY 'F16CIRO - COPIA VAZIA - RECUPERACAO '           00003150
                  'NAO INICIADA'                                        00003160
               MOVE 16 TO RETURN-CODE                                   00003170
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003180
               STOP RUN                                                 00003190
            END-IF.                                                     00003200
            MOVE COP-DATA TO WRK-SNC-DATA.                              00003210
            MOVE COP-HORA TO WRK-SNC-HORA.                              00003220
                                                                        00003230
            IF WRK-LIMITE LESS THAN WRK-SINCRONISMO                     00003240
               DISPLAY 'F16CIRO - LIMITE ' WRK-LIM-DATA ' '             00003250
                  WRK-LIM-HORA ' ANTERIOR A COPIA DE '                  00003260
                  WRK-SNC-DATA ' ' WRK-SNC-HORA                         00003270
               MOVE 16 TO RETURN-CODE                                   00003280
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003290
               STOP RUN                                                 00003300
            END-IF.                                                     00003310
                                                                        00003320
            PERFORM 1300-LOCALIZAR-SINCRONISMO.                         00003330
                                                                        00003340
            OPEN I-O FUNC-FILE.                                         00003350
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00003360
               DISPLAY 'F16CIRO - ERRO AO ABRIR FUNC FILE STATUS '      00003370
                  WRK-FUNC-STATUS                                       00003380
               MOVE 16 TO RETURN-CODE                                   00003390
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00003400
               STOP RUN                                                 00003410
            END-IF.                                                     00003420
                                                                        00003430
            MOVE WRK-SNC-DATA TO WRK-PAR-SNC-DATA.                      00003440
            MOVE WRK-SNC-HORA TO WRK-PAR-SNC-HORA.                      00003450
            IF WRK-LIMITE EQUAL HIGH-VALUES                             00003460
               MOVE 'JORNAL INTEIRO' TO WRK-PAR-LIMITE                  00003470
            ELSE                                                        00003480
               MOVE SPACES TO WRK-PAR-LIMITE                            00003490
               STRING WRK-LIM-DATA ' ' WRK-LIM-HORA                     00003500
                  DELIMITED BY SIZE INTO WRK-PAR-LIMITE                 00003510
            END-IF.                                                     00003520
            MOVE SPACES TO REL-LINHA.                                   00003530
            WRITE REL-LINHA.                                            00003540
            MOVE WRK-LINHA-PARAMETROS TO REL-LINHA.                     00003550
            WRITE REL-LINHA.                                            00003560
      *----------------------------------------------------             00003570
       1000-99-FIM.                                EXIT.                00003580
      *----------------------------------------------------             00003590
      *****************************************************             00003600
      *             L E R   P A R M                       *             00003610
      *****************************************************             00003620
      *----------------------------------------------------             00003630
       1100-LER-PARM                              SECTION.              00003640
      *----------------------------------------------------             00003650
            OPEN INPUT PARM-FILE.                                       00003660
            PERFORM UNTIL FIM-PARM                                      00003670
               READ PARM-FILE                                           00003680
                  AT END                                                00003690
                     MOVE 'S' TO WRK-EOF-PARM                           00003700
                  NOT AT END                                            00003710
                     MOVE PARM-DATA TO WRK-LIM-DATA                     00003720
                     MOVE PARM-HORA TO WRK-LIM-HORA                     00003730
               END-READ                                                 00003740
            END-PERFORM.                                                00003750
            CLOSE PARM-FILE.                                            00003760
                                                                        00003770
            IF WRK-LIM-DATA EQUAL SPACES                                00003780
               MOVE HIGH-VALUES TO WRK-LIMITE                           00003790
            ELSE                                                        00003800
               IF WRK-LIM-DATA IS NOT NUMERIC                           00003810
                  DISPLAY 'F16CIRO - PARM INVALIDO - DATA '             00003820
                     WRK-LIM-DATA                                       00003830
                  MOVE 16 TO RETURN-CODE                                00003840
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00003850
                  STOP RUN                                              00003860
               END-IF                                                   00003870
               MOVE WRK-LIM-DATA TO WRK-LIMITE-NUM                      00003880
               IF WRK-LMN-MES < 1 OR WRK-LMN-MES > 12                   00003890
                  OR WRK-LMN-DIA < 1 OR WRK-LMN-DIA > 31                00003900
                  DISPLAY 'F16CIRO - PARM INVALIDO - DATA '             00003910
                     WRK-LIM-DATA                                       00003920
                  MOVE 16 TO RETURN-CODE                                00003930
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00003940
                  STOP RUN                                              00003950
               END-IF                                                   00003960
               IF WRK-LIM-HORA EQUAL SPACES                             00003970
                  MOVE '23:59:59' TO WRK-LIM-HORA                       00003980
               END-IF                                                   00003990
               MOVE WRK-LIM-HORA TO WRK-LIMITE-HOR                      00004000
               IF WRK-LMH-HH IS NOT NUMERIC OR WRK-LMH-HH > '23'        00004010
                  OR WRK-LMH-MM IS NOT NUMERIC OR WRK-LMH-MM > '59'     00004020
                  OR WRK-LMH-SS IS NOT NUMERIC OR WRK-LMH-SS > '59'     00004030
                  OR WRK-LMH-SEP-1 NOT EQUAL ':'                        00004040
                  OR WRK-LMH-SEP-2 NOT EQUAL ':'                        00004050
                  DISPLAY 'F16CIRO - PARM INVALIDO - HORA '             00004060
                     WRK-LIM-HORA                                       00004070
                  MOVE 16 TO RETURN-CODE                                00004080
                  PERFORM 8100-GRAVAR-RUNLOG-FIM                        00004090
                  STOP RUN                                              00004100
               END-IF                                                   00004110
            END-IF.                                                     00004120
      *----------------------------------------------------             00004130
       1100-99-FIM.                                EXIT.                00004140
      *----------------------------------------------------             00004150
      *****************************************************             00004160
      *   L O C A L I Z A R   S I N C R O N I S M O       *             00004170
      *****************************************************             00004180
      *----------------------------------------------------             00004190
       1300-LOCALIZAR-SINCRONISMO                 SECTION.              00004200
      *----------------------------------------------------             00004210
      *        PRIMEIRA PASSADA NO JORNAL, ANTES DE MEXER NO            00004220
      *        FUNC: SO CONFERE QUE A MARCA DA COPIA EXISTE.            00004230
      *        COPIA SEM MARCA (JORNAL TROCADO OU COPIA DE              00004240
      *        OUTRA ORIGEM) NAO TEM COMO SER ATUALIZADA.               00004250
            OPEN INPUT JORNAL-FILE.                                     00004260
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00004270
               DISPLAY 'F16CIRO - ERRO AO ABRIR JORNAL FILE STATUS '    00004280
                  WRK-JNL-STATUS                                        00004290
               MOVE 16 TO RETURN-CODE                                   00004300
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004310
               STOP RUN                                                 00004320
            END-IF.                                                     00004330
                                                                        00004340
            PERFORM UNTIL FIM-JNL OR SINC-ACHADO                        00004350
               READ JORNAL-FILE                                         00004360
                  AT END                                                00004370
                     MOVE 'S' TO WRK-EOF-JNL                            00004380
                  NOT AT END                                            00004390
                     IF WRK-JNL-STATUS NOT EQUAL '00'                   00004400
                        DISPLAY 'F16CIRO - ERRO DE LEITURA EM JORNAL '  00004410
                           'FILE STATUS ' WRK-JNL-STATUS                00004420
                        MOVE 16 TO RETURN-CODE                          00004430
                        CLOSE JORNAL-FILE                               00004440
                        PERFORM 8100-GRAVAR-RUNLOG-FIM                  00004450
                        STOP RUN                                        00004460
                     END-IF                                             00004470
                     IF JNL-OPERACAO EQUAL 'S'                          00004480
                        AND JNL-DATA EQUAL WRK-SNC-DATA                 00004490
                        AND JNL-HORA EQUAL WRK-SNC-HORA                 00004500
                        MOVE 'S' TO WRK-SINC-ACHADO                     00004510
                     END-IF                                             00004520
               END-READ                                                 00004530
            END-PERFORM.                                                00004540
                                                                        00004550
            CLOSE JORNAL-FILE.                                          00004560
                                                                        00004570
            IF NOT SINC-ACHADO                                          00004580
               DISPLAY 'F16CIRO - MARCA DE SINCRONISMO DE '             00004590
                  WRK-SNC-DATA ' ' WRK-SNC-HORA                         00004600
                  ' NAO ENCONTRADA NO JORNAL - RECUPERACAO '            00004610
                  'NAO INICIADA'                                        00004620
               MOVE 16 TO RETURN-CODE                                   00004630
               PERFORM 8100-GRAVAR-RUNLOG-FIM                           00004640
               STOP RUN                                                 00004650
            END-IF.                                                     00004660
                                                                        00004670
            MOVE 'N' TO WRK-EOF-JNL.                                    00004680
            MOVE 'N' TO WRK-SINC-ACHADO.                                00004690
      *----------------------------------------------------             00004700
       1300-99-FIM.                                EXIT.                00004710
      *----------------------------------------------------             00004720
      *****************************************************             00004730
      *       R E S T A U R A R   C O P I A               *             00004740
      *****************************************************             00004750
      *----------------------------------------------------             00004760
       2000-RESTAURAR-COPIA                       SECTION.              00004770
      *----------------------------------------------------             00004780
      *        O PRIMEIRO REGISTRO DA COPIA JA FOI LIDO NA              00004790
      *        INICIALIZACAO. COPIA E FUNC ESTAO NA ORDEM DA            00004800
      *        CHAVE; A GRAVACAO, A REGRAVACAO E A EXCLUSAO NAO         00004810
      *        MUDAM A POSICAO DA LEITURA SEQUENCIAL DO FUNC.           00004820
            PERFORM 2200-LER-FUNC.                                      00004830
                                                                        00004840
            PERFORM UNTIL WRK-CHAVE-COPIA EQUAL HIGH-VALUES             00004850
                      AND WRK-CHAVE-FUNC  EQUAL HIGH-VALUES             00004860
               EVALUATE TRUE                                            00004870
                  WHEN WRK-CHAVE-COPIA LESS THAN WRK-CHAVE-FUNC         00004880
                     PERFORM 2300-RECOLOCAR-REGISTRO                    00004890
                     PERFORM 2100-LER-COPIA                             00004900
                  WHEN WRK-CHAVE-COPIA GREATER THAN WRK-CHAVE-FUNC      00004910
                     PERFORM 2400-EXCLUIR-REGISTRO                      00004920
                     PERFORM 2200-LER-FUNC                              00004930
                  WHEN OTHER                                            00004940
                     IF COP-DADOS EQUAL WRK-REG-FUNC                    00004950
                        ADD 1 TO WRK-QTDE-IGUAIS                        00004960
                     ELSE                                               00004970
                        PERFORM 2500-REGRAVAR-REGISTRO                  00004980
                     END-IF                                             00004990
                     PERFORM 2100-LER-COPIA                             00005000
                     PERFORM 2200-LER-FUNC                              00005010
               END-EVALUATE                                             00005020
            END-PERFORM.                                                00005030
                                                                        00005040
            CLOSE COPIA.                                                00005050
      *----------------------------------------------------             00005060
       2000-99-FIM.                                EXIT.                00005070
      *----------------------------------------------------             00005080
      *****************************************************             00005090
      *             L E R   C O P I A                     *             00005100
      *****************************************************             00005110
      *----------------------------------------------------             00005120
       2100-LER-COPIA                             SECTION.              00005130
      *----------------------------------------------------             00005140
            READ COPIA                                                  00005150
               AT END                                                   00005160
                  MOVE HIGH-VALUES TO WRK-CHAVE-COPIA                   00005170
               NOT AT END                                               00005180
                  IF WRK-COPIA-STATUS NOT EQUAL '00'                    00005190
                     DISPLAY 'F16CIRO - ERRO DE LEITURA EM COPIA '      00005200
                        'FILE STATUS ' WRK-COPIA-STATUS                 00005210
                     MOVE 16 TO RETURN-CODE                             00005220
                     PERFORM 9000-FINALIZAR                             00005230
                     STOP RUN                                           00005240
                  END-IF                                                00005250
                  MOVE COP-DADOS (1:5) TO WRK-CHAVE-COPIA               00005260
                  ADD 1 TO WRK-QTDE-COPIA                               00005270
            END-READ.                                                   00005280
      *----------------------------------------------------             00005290
       2100-99-FIM.                                EXIT.                00005300
      *----------------------------------------------------             00005310
      *****************************************************             00005320
      *             L E R   F U N C                       *             00005330
      *****************************************************             00005340
      *----------------------------------------------------             00005350
       2200-LER-FUNC                              SECTION.              00005360
      *----------------------------------------------------             00005370
            READ FUNC-FILE NEXT                                         00005380
               AT END                                                   00005390
                  MOVE HIGH-VALUES TO WRK-CHAVE-FUNC                    00005400
               NOT AT END                                               00005410
                  IF WRK-FUNC-STATUS NOT EQUAL '00'                     00005420
                     DISPLAY 'F16CIRO - ERRO DE LEITURA EM FUNC '       00005430
                        'FILE STATUS ' WRK-FUNC-STATUS                  00005440
                     MOVE 16 TO RETURN-CODE                             00005450
                     PERFORM 9000-FINALIZAR                             00005460
                     STOP RUN                                           00005470
                  END-IF                                                00005480
                  MOVE WRK-CHAVE TO WRK-CHAVE-FUNC                      00005490
                  MOVE WRK-DADOS TO WRK-REG-FUNC                        00005500
            END-READ.                                                   00005510
      *----------------------------------------------------             00005520
       2200-99-FIM.                                EXIT.                00005530
      *----------------------------------------------------             00005540
      *****************************************************             00005550
      *     R E C O L O C A R   R E G I S T R O           *             00005560
      *****************************************************             00005570
      *----------------------------------------------------             00005580
       2300-RECOLOCAR-REGISTRO                    SECTION.              00005590
      *----------------------------------------------------             00005600
      *        REGISTRO QUE ESTAVA NA COPIA E NAO ESTA MAIS NO          00005610
      *        FUNC.                                                    00005620
            MOVE COP-DADOS TO WRK-DADOS.                                00005630
            WRITE WRK-DADOS.                                            00005640
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00005650
               DISPLAY 'F16CIRO - ERRO AO GRAVAR FUNC CHAVE '           00005660
                  WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS             00005670
               MOVE 16 TO RETURN-CODE                                   00005680
               PERFORM 9000-FINALIZAR                                   00005690
               STOP RUN                                                 00005700
            END-IF.                                                     00005710
            ADD 1 TO WRK-QTDE-RECOLOCADOS.                              00005720
      *----------------------------------------------------             00005730
       2300-99-FIM.                                EXIT.                00005740
      *----------------------------------------------------             00005750
      *****************************************************             00005760
      *       E X C L U I R   R E G I S T R O             *             00005770
      *****************************************************             00005780
      *----------------------------------------------------             00005790
       2400-EXCLUIR-REGISTRO                      SECTION.              00005800
      *----------------------------------------------------             00005810
      *        REGISTRO INCLUIDO NO FUNC DEPOIS DA COPIA - SE A         00005820
      *        INCLUSAO ESTIVER DENTRO DO LIMITE, VOLTA PELO            00005830
      *        JORNAL.                                                  00005840
            MOVE WRK-CHAVE-FUNC TO WRK-CHAVE.                           00005850
            DELETE FUNC-FILE.                                           00005860
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00005870
               DISPLAY 'F16CIRO - ERRO AO EXCLUIR FUNC CHAVE '          00005880
                  WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS             00005890
               MOVE 16 TO RETURN-CODE                                   00005900
               PERFORM 9000-FINALIZAR                                   00005910
               STOP RUN                                                 00005920
            END-IF.                                                     00005930
            ADD 1 TO WRK-QTDE-EXCLUIDOS.                                00005940
      *----------------------------------------------------             00005950
       2400-99-FIM.                                EXIT.                00005960
      *----------------------------------------------------             00005970
      *****************************************************             00005980
      *     R E G R A V A R   R E G I S T R O             *             00005990
      *****************************************************             00006000
      *----------------------------------------------------             00006010
       2500-REGRAVAR-REGISTRO                     SECTION.              00006020
      *----------------------------------------------------             00006030
            MOVE COP-DADOS TO WRK-DADOS.                                00006040
            REWRITE WRK-DADOS.                                          00006050
            IF WRK-FUNC-STATUS NOT EQUAL '00'                           00006060
               DISPLAY 'F16CIRO - ERRO AO REGRAVAR FUNC CHAVE '         00006070
                  WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS             00006080
               MOVE 16 TO RETURN-CODE                                   00006090
               PERFORM 9000-FINALIZAR                                   00006100
               STOP RUN                                                 00006110
            END-IF.                                                     00006120
            ADD 1 TO WRK-QTDE-REGRAVADOS.                               00006130
      *----------------------------------------------------             00006140
       2500-99-FIM.                                EXIT.                00006150
      *----------------------------------------------------             00006160
      *****************************************************             00006170
      *     R E A P L I C A R   J O R N A L               *             00006180
      *****************************************************             00006190
      *----------------------------------------------------             00006200
       3000-REAPLICAR-JORNAL                      SECTION.              00006210
      *----------------------------------------------------             00006220
      *        O JORNAL E ESDS E ESTA EM ORDEM CRONOLOGICA:             00006230
      *        TUDO ATE A MARCA DA COPIA E PULADO E, A PARTIR           00006240
      *        DO PRIMEIRO REGISTRO ALEM DO LIMITE, O RESTO SO          00006250
      *        E CONTADO.                                               00006260
            OPEN INPUT JORNAL-FILE.                                     00006270
            IF WRK-JNL-STATUS NOT EQUAL '00'                            00006280
               DISPLAY 'F16CIRO - ERRO AO ABRIR JORNAL FILE STATUS '    00006290
                  WRK-JNL-STATUS                                        00006300
               MOVE 16 TO RETURN-CODE                                   00006310
               PERFORM 9000-FINALIZAR                                   00006320
               STOP RUN                                                 00006330
            END-IF.                                                     00006340
                                                                        00006350
            MOVE SPACES TO REL-LINHA.                                   00006360
            WRITE REL-LINHA.                                            00006370
            MOVE WRK-LINHA-COLUNAS TO REL-LINHA.                        00006380
            WRITE REL-LINHA.                                            00006390
                                                                        00006400
            PERFORM UNTIL FIM-JNL                                       00006410
               READ JORNAL-FILE                                         00006420
                  AT END                                                00006430
                     MOVE 'S' TO WRK-EOF-JNL                            00006440
                  NOT AT END                                            00006450
                     IF WRK-JNL-STATUS NOT EQUAL '00'                   00006460
                        DISPLAY 'F16CIRO - ERRO DE LEITURA EM JORNAL '  00006470
                           'FILE STATUS ' WRK-JNL-STATUS                00006480
                        MOVE 16 TO RETURN-CODE                          00006490
                        CLOSE JORNAL-FILE                               00006500
                        PERFORM 9000-FINALIZAR                          00006510
                        STOP RUN                                        00006520
                     END-IF                                             00006530
                     IF SINC-ACHADO                                     00006540
                        PERFORM 3100-TRATAR-JORNAL                      00006550
                     ELSE                                               00006560
                        IF JNL-OPERACAO EQUAL 'S'                       00006570
                           AND JNL-DATA EQUAL WRK-SNC-DATA              00006580
                           AND JNL-HORA EQUAL WRK-SNC-HORA              00006590
                           MOVE 'S' TO WRK-SINC-ACHADO                  00006600
                        END-IF                                          00006610
                     END-IF                                             00006620
               END-READ                                                 00006630
            END-PERFORM.                                                00006640
                                                                        00006650
            CLOSE JORNAL-FILE.                                          00006660
      *----------------------------------------------------             00006670
       3000-99-FIM.                                EXIT.                00006680
      *----------------------------------------------------             00006690
      *****************************************************             00006700
      *       T R A T A R   J O R N A L                   *             00006710
      *****************************************************             00006720
      *----------------------------------------------------             00006730
       3100-TRATAR-JORNAL                         SECTION.              00006740
      *----------------------------------------------------             00006750
            ADD 1 TO WRK-QTDE-JNL-LIDOS.                                00006760
                                                                        00006770
            MOVE JNL-DATA TO WRK-JCR-DATA.                              00006780
            MOVE JNL-HORA TO WRK-JCR-HORA.                              00006790
            IF WRK-JNL-CARIMBO GREATER THAN WRK-LIMITE                  00006800
               MOVE 'S' TO WRK-PASSOU-LIMITE                            00006810
            END-IF.                                                     00006820
                                                                        00006830
            EVALUATE TRUE                                               00006840
               WHEN PASSOU-LIMITE                                       00006850
                  ADD 1 TO WRK-QTDE-POSTERIORES                         00006860
               WHEN JNL-OPERACAO EQUAL 'S'                              00006870
                  ADD 1 TO WRK-QTDE-SINCRONISMO                         00006880
               WHEN OTHER                                               00006890
                  MOVE JNL-CHAVE TO WRK-CHAVE                           00006900
                  READ FUNC-FILE                                        00006910
                  IF WRK-FUNC-STATUS NOT EQUAL '00'                     00006920
                     AND WRK-FUNC-STATUS NOT EQUAL '23'                 00006930
                     DISPLAY 'F16CIRO - ERRO DE LEITURA EM FUNC '       00006940
                        'CHAVE ' JNL-CHAVE ' FILE STATUS '              00006950
                        WRK-FUNC-STATUS                                 00006960
                     MOVE 16 TO RETURN-CODE                             00006970
                     CLOSE JORNAL-FILE                                  00006980
                     PERFORM 9000-FINALIZAR                             00006990
                     STOP RUN                                           00007000
                  END-IF                                                00007010
                  EVALUATE JNL-OPERACAO                                 00007020
                     WHEN 'I'                                           00007030
                        PERFORM 3200-REAPLICAR-INCLUSAO                 00007040
                     WHEN 'A'                                           00007050
                     WHEN 'E'                                           00007060
                     WHEN 'R'                                           00007070
                        PERFORM 3300-REAPLICAR-ALTERACAO                00007080
                     WHEN OTHER                                         00007090
                        MOVE 'OPERACAO DESCONHECIDA NO JORNAL'          00007100
                             TO WRK-SITUACAO-JNL                        00007110
                        PERFORM 3700-REGISTRAR-CONFLITO                 00007120
                  END-EVALUATE                                          00007130
            END-EVALUATE.                                               00007140
      *----------------------------------------------------             00007150
       3100-99-FIM.                                EXIT.                00007160
      *----------------------------------------------------             00007170
      *****************************************************             00007180
      *   R E A P L I C A R   I N C L U S A O             *             00007190
      *****************************************************             00007200
      *----------------------------------------------------             00007210
       3200-REAPLICAR-INCLUSAO                    SECTION.              00007220
      *----------------------------------------------------             00007230
            IF WRK-FUNC-STATUS EQUAL '23'                               00007240
               MOVE JNL-DEPOIS TO WRK-DADOS                             00007250
               WRITE WRK-DADOS                                          00007260
               IF WRK-FUNC-STATUS NOT EQUAL '00'                        00007270
                  DISPLAY 'F16CIRO - ERRO AO GRAVAR FUNC CHAVE '        00007280
                     WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS          00007290
                  MOVE 16 TO RETURN-CODE                                00007300
                  CLOSE JORNAL-FILE                                     00007310
                  PERFORM 9000-FINALIZAR                                00007320
                  STOP RUN                                              00007330
               END-IF                                                   00007340
               MOVE 'INCLUSAO REAPLICADA' TO WRK-SITUACAO-JNL           00007350
               PERFORM 3600-REGISTRAR-REAPLICADA                        00007360
            ELSE                                                        00007370
               IF WRK-DADOS EQUAL JNL-DEPOIS                            00007380
                  ADD 1 TO WRK-QTDE-JA-NA-COPIA                         00007390
               ELSE                                                     00007400
                  MOVE 'CONFLITO - INCLUSAO DE CHAVE JA EXISTENTE'      00007410
                       TO WRK-SITUACAO-JNL                              00007420
                  PERFORM 3700-REGISTRAR-CONFLITO                       00007430
               END-IF                                                   00007440
            END-IF.                                                     00007450
      *----------------------------------------------------             00007460
       3200-99-FIM.                                EXIT.                00007470
      *----------------------------------------------------             00007480
      *****************************************************             00007490
      *   R E A P L I C A R   A L T E R A C A O           *             00007500
      *****************************************************             00007510
      *----------------------------------------------------             00007520
       3300-REAPLICAR-ALTERACAO                   SECTION.              00007530
      *----------------------------------------------------             00007540
      *        ALTERACAO, INATIVACAO E REATIVACAO: SO REGRAVA           00007550
      *        SE O FUNC ESTIVER EXATAMENTE COMO A IMAGEM ANTES         00007560
      *        GRAVADA NO JORNAL.                                       00007570
            EVALUATE TRUE                                               00007580
               WHEN WRK-FUNC-STATUS EQUAL '23'                          00007590
                  MOVE 'CONFLITO - CHAVE NAO ENCONTRADA NO FUNC'        00007600
                       TO WRK-SITUACAO-JNL                              00007610
                  PERFORM 3700-REGISTRAR-CONFLITO                       00007620
               WHEN WRK-DADOS EQUAL JNL-ANTES                           00007630
                  MOVE JNL-DEPOIS TO WRK-DADOS                          00007640
                  REWRITE WRK-DADOS                                     00007650
                  IF WRK-FUNC-STATUS NOT EQUAL '00'                     00007660
                     DISPLAY 'F16CIRO - ERRO AO REGRAVAR FUNC CHAVE '   00007670
                        WRK-CHAVE ' FILE STATUS ' WRK-FUNC-STATUS       00007680
                     MOVE 16 TO RETURN-CODE                             00007690
                     CLOSE JORNAL-FILE                                  00007700
                     PERFORM 9000-FINALIZAR                             00007710
                     STOP RUN                                           00007720
                  END-IF                                                00007730
                  EVALUATE JNL-OPERACAO                                 00007740
                     WHEN 'A'                                           00007750
                        MOVE 'ALTERACAO REAPLICADA' TO WRK-SITUACAO-JNL 00007760
                     WHEN 'E'                                           00007770
                        MOVE 'INATIVACAO REAPLICADA'                    00007780
                             TO WRK-SITUACAO-JNL                        00007790
                     WHEN OTHER                                         00007800
                        MOVE 'REATIVACAO REAPLICADA'                    00007810
                             TO WRK-SITUACAO-JNL                        00007820
                  END-EVALUATE                                          00007830
                  PERFORM 3600-REGISTRAR-REAPLICADA                     00007840
               WHEN WRK-DADOS EQUAL JNL-DEPOIS                          00007850
                  ADD 1 TO WRK-QTDE-JA-NA-COPIA                         00007860
               WHEN OTHER                                               00007870
                  MOVE 'CONFLITO - FUNC DIFERE DA IMAGEM ANTES'         00007880
                       TO WRK-SITUACAO-JNL                              00007890
                  PERFORM 3700-REGISTRAR-CONFLITO                       00007900
            END-EVALUATE.                                               00007910
      *----------------------------------------------------             00007920
       3300-99-FIM.                                EXIT.                00007930
      *----------------------------------------------------             00007940
      *****************************************************             00007950
      *   R E G I S T R A R   R E A P L I C A D A         *             00007960
      *****************************************************             00007970
      *----------------------------------------------------             00007980
       3600-REGISTRAR-REAPLICADA                  SECTION.              00007990
      *----------------------------------------------------             00008000
            ADD 1 TO WRK-QTDE-REAPLICADAS.                              00008010
            PERFORM 3800-IMPRIMIR-DETALHE.                              00008020
      *----------------------------------------------------             00008030
       3600-99-FIM.                                EXIT.                00008040
      *----------------------------------------------------             00008050
      *****************************************************             00008060
      *   R E G I S T R A R   C O N F L I T O             *             00008070
      *****************************************************             00008080
      *----------------------------------------------------             00008090
       3700-REGISTRAR-CONFLITO                    SECTION.              00008100
      *----------------------------------------------------             00008110
            ADD 1 TO WRK-QTDE-CONFLITOS.                                00008120
            PERFORM 3800-IMPRIMIR-DETALHE.                              00008130
      *----------------------------------------------------             00008140
       3700-99-FIM.                                EXIT.                00008150
      *----------------------------------------------------             00008160
      *****************************************************             00008170
      *   I M P R I M I R   D E T A L H E                 *             00008180
      *****************************************************             00008190
      *----------------------------------------------------             00008200
       3800-IMPRIMIR-DETALHE                      SECTION.              00008210
      *----------------------------------------------------             00008220
            MOVE JNL-DATA         TO WRK-DET-DATA.                      00008230
            MOVE JNL-HORA         TO WRK-DET-HORA.                      00008240
            MOVE JNL-PROGRAMA     TO WRK-DET-PROGRAMA.                  00008250
            MOVE JNL-USERID       TO WRK-DET-USERID.                    00008260
            MOVE JNL-OPERACAO     TO WRK-DET-OPERACAO.                  00008270
            MOVE JNL-CHAVE        TO WRK-DET-CHAVE.                     00008280
            MOVE WRK-SITUACAO-JNL TO WRK-DET-SITUACAO.                  00008290
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.                        00008300
            WRITE REL-LINHA.                                            00008310
      *----------------------------------------------------             00008320
       3800-99-FIM.                                EXIT.                00008330
      *----------------------------------------------------             00008340
      *****************************************************             00008350
      *             F I N A L I Z A R                     *             00008360
      *****************************************************             00008370
      *----------------------------------------------------             00008380
       9000-FINALIZAR                             SECTION.              00008390
      *----------------------------------------------------             00008400
            MOVE SPACES TO REL-LINHA.                                   00008410
            WRITE REL-LINHA.                                            00008420
                                                                        00008430
            MOVE 'REGISTROS NA COPIA' TO WRK-RES-TEXTO.                 00008440
            MOVE WRK-QTDE-COPIA TO WRK-RES-QTDE.                        00008450
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008460
            WRITE REL-LINHA.                                            00008470
                                                                        00008480
            MOVE 'IGUAIS NO FUNC' TO WRK-RES-TEXTO.                     00008490
            MOVE WRK-QTDE-IGUAIS TO WRK-RES-QTDE.                       00008500
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008510
            WRITE REL-LINHA.                                            00008520
                                                                        00008530
            MOVE 'RECOLOCADOS NO FUNC' TO WRK-RES-TEXTO.                00008540
            MOVE WRK-QTDE-RECOLOCADOS TO WRK-RES-QTDE.                  00008550
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008560
            WRITE REL-LINHA.                                            00008570
                                                                        00008580
            MOVE 'REGRAVADOS COM A IMAGEM DA COPIA' TO WRK-RES-TEXTO.   00008590
            MOVE WRK-QTDE-REGRAVADOS TO WRK-RES-QTDE.                   00008600
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008610
            WRITE REL-LINHA.                                            00008620
                                                                        00008630
            MOVE 'EXCLUIDOS DO FUNC (AUSENTES NA COPIA)'                00008640
                 TO WRK-RES-TEXTO.                                      00008650
            MOVE WRK-QTDE-EXCLUIDOS TO WRK-RES-QTDE.                    00008660
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008670
            WRITE REL-LINHA.                                            00008680
                                                                        00008690
            MOVE 'JORNAL LIDOS APOS A MARCA DA COPIA' TO WRK-RES-TEXTO. 00008700
            MOVE WRK-QTDE-JNL-LIDOS TO WRK-RES-QTDE.                    00008710
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008720
            WRITE REL-LINHA.                                            00008730
                                                                        00008740
            MOVE 'ATUALIZACOES REAPLICADAS' TO WRK-RES-TEXTO.           00008750
            MOVE WRK-QTDE-REAPLICADAS TO WRK-RES-QTDE.                  00008760
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008770
            WRITE REL-LINHA.                                            00008780
                                                                        00008790
            MOVE 'ATUALIZACOES JA CONTIDAS NA COPIA' TO WRK-RES-TEXTO.  00008800
            MOVE WRK-QTDE-JA-NA-COPIA TO WRK-RES-QTDE.                  00008810
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008820
            WRITE REL-LINHA.                                            00008830
                                                                        00008840
            MOVE 'CONFLITOS (NAO APLICADOS)' TO WRK-RES-TEXTO.          00008850
            MOVE WRK-QTDE-CONFLITOS TO WRK-RES-QTDE.                    00008860
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008870
            WRITE REL-LINHA.                                            00008880
                                                                        00008890
            MOVE 'MARCAS DE SINCRONISMO POSTERIORES' TO WRK-RES-TEXTO.  00008900
            MOVE WRK-QTDE-SINCRONISMO TO WRK-RES-QTDE.                  00008910
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008920
            WRITE REL-LINHA.                                            00008930
                                                                        00008940
            MOVE 'POSTERIORES AO LIMITE (IGNORADOS)' TO WRK-RES-TEXTO.  00008950
            MOVE WRK-QTDE-POSTERIORES TO WRK-RES-QTDE.                  00008960
            MOVE WRK-LINHA-RESUMO TO REL-LINHA.                         00008970
            WRITE REL-LINHA.                                            00008980
                                                                        00008990
            CLOSE FUNC-FILE.                                            00009000
            CLOSE COPIA.                                                00009010
            CLOSE RELATORIO.                                            00009020
                                                                        00009030
            IF WRK-QTDE-CONFLITOS GREATER THAN ZEROES                   00009040
               AND RETURN-CODE LESS THAN 8                              00009050
               MOVE 8 TO RETURN-CODE                                    00009060
            END-IF.                                                     00009070
                                                                        00009080
            PERFORM 8100-GRAVAR-RUNLOG-FIM.                             00009090
      *----------------------------------------------------             00009100
       9000-99-FIM.                                EXIT.                00009110
      *----------------------------------------------------             00009120
      *****************************************************             00009130
      *   G R A V A R   R U N L O G   -   I N I C I O     *             00009140
      *****************************************************             00009150
      *----------------------------------------------------             00009160
       8000-GRAVAR-RUNLOG-INICIO                  SECTION.              00009170
      *----------------------------------------------------             00009180
            MOVE 'F16CIRO' TO RLG-PROGRAMA.                             00009190
            MOVE 'I'       TO RLG-EVENTO.                               00009200
            MOVE ZEROES    TO RLG-LIDOS.                                00009210
            MOVE ZEROES    TO RLG-GRAVADOS.                             00009220
            MOVE ZEROES    TO RLG-REJEITADOS.                           00009230
            MOVE ZEROES    TO RLG-RETCODE.                              00009240
            PERFORM 8200-GRAVAR-RUNLOG.                                 00009250
      *----------------------------------------------------             00009260
       8000-99-FIM.                                EXIT.                00009270
      *----------------------------------------------------             00009280
      *****************************************************             00009290
      *   G R A V A R   R U N L O G   -   F I M           *             00009300
      *****************************************************             00009310
      *----------------------------------------------------             00009320
       8100-GRAVAR-RUNLOG-FIM                     SECTION.              00009330
      *----------------------------------------------------             00009340
            MOVE 'F16CIRO' TO RLG-PROGRAMA.                             00009350
            MOVE 'F'       TO RLG-EVENTO.                               00009360
            MOVE WRK-QTDE-JNL-LIDOS   TO RLG-LIDOS.                     00009370
            MOVE WRK-QTDE-REAPLICADAS TO RLG-GRAVADOS.                  00009380
            MOVE WRK-QTDE-CONFLITOS   TO RLG-REJEITADOS.                00009390
            MOVE RETURN-CODE TO RLG-RETCODE.                            00009400
            PERFORM 8200-GRAVAR-RUNLOG.                                 00009410
      *----------------------------------------------------             00009420
       8100-99-FIM.                                EXIT.                00009430
      *----------------------------------------------------             00009440
      *****************************************************             00009450
      *   G R A V A R   R U N L O G                       *             00009460
      *****************************************************             00009470
      *----------------------------------------------------             00009480
       8200-GRAVAR-RUNLOG                         SECTION.              00009490
      *----------------------------------------------------             00009500
      *        ABRE EM EXTEND, GRAVA E FECHA A CADA EVENTO,             00009510
      *        PARA O REGISTRO DE INICIO JA ESTAR NO ARQUIVO            00009520
      *        MESMO QUE O PROGRAMA CAIA NO MEIO.                       00009530
            MOVE FUNCTION CURRENT-DATE (1:14)                           00009540
                 TO WRK-RLOG-TIMESTAMP.                                 00009550
            MOVE WRK-RLG-HH TO WRK-RLH-HH.                              00009560
            MOVE WRK-RLG-MM TO WRK-RLH-MM.                              00009570
            MOVE WRK-RLG-SS TO WRK-RLH-SS.                              00009580
            MOVE WRK-RLG-DIA   TO RLG-DATA.                             00009590
            MOVE WRK-RLOG-HORA TO RLG-HORA.                             00009600
                                                                        00009610
            OPEN EXTEND RUNLOG.                                         00009620
            IF WRK-RLOG-STATUS NOT EQUAL '00'                           00009630
               DISPLAY 'F16CIRO - ERRO AO ABRIR RUNLOG FILE STATUS '    00009640
                  WRK-RLOG-STATUS                                       00009650
               MOVE 16 TO RETURN-CODE                                   00009660
            ELSE                                                        00009670
               WRITE RLG-REGISTRO                                       00009680
               IF WRK-RLOG-STATUS NOT EQUAL '00'                        00009690
                  DISPLAY 'F16CIRO - ERRO AO GRAVAR RUNLOG '            00009700
                     'FILE STATUS ' WRK-RLOG-STATUS                     00009710
                  MOVE 16 TO RETURN-CODE                                00009720
               END-IF                                                   00009730
               CLOSE RUNLOG                                             00009740
            END-IF.                                                     00009750
      *----------------------------------------------------             00009760
       8200-99-FIM.                                EXIT.                00009770
      *----------------------------------------------------             00009780
