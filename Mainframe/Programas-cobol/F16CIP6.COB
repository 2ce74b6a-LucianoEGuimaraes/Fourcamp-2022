      *====================================================             00000010
       IDENTIFICATION                            DIVISION.              00000020
      *====================================================             00000030
       PROGRAM-ID. FR16CIP6.                                            00000040
                                                                        00000050
      *====================================================*            00000060
      *   AUTOR....:LUCIANO GUIMARAES                      *            00000070
      *   ANALISTA.:IVAN SANCHES                           *            00000080
      *   DATA ....:15/10/2026                             *            00000090
      *----------------------------------------------------*            00000100
      *   OBJETIVO:APROVACAO DAS ALTERACOES DE SALARIO     *            00000110
      *            PENDENTES (PENDSAL), CHAMADA VIA LINK   *            00000120
      *            PELO MENU (FR16CIP4, OPCAO 8):          *            00000130
      *            PLIS - LISTA AS PENDENCIAS EM ABERTO,   *            00000140
      *                   10 POR PAGINA, A PARTIR DO ID    *            00000150
      *                   INFORMADO                        *            00000160
      *            PAPR - APROVA A PENDENCIA DO ID: GRAVA  *            00000170
      *                   O NOVO SALARIO NO FUNC E O       *            00000180
      *                   HISTSAL (ORIGEM = QUEM DIGITOU)  *            00000190
      *            PREJ - REJEITA A PENDENCIA DO ID, SEM   *            00000200
      *                   TOCAR NO FUNC                    *            00000210
      *            TODAS EXIGEM O FLAG PRF-APROVADOR E     *            00000220
      *            QUEM DIGITOU A ALTERACAO NUNCA PODE     *            00000230
      *            DECIDI-LA. A APROVACAO SO VALE SE O     *            00000240
      *            SALARIO DO FUNC AINDA E O DA DIGITACAO  *            00000250
      *            (SENAO A PENDENCIA TEM QUE SER          *            00000260
      *            REJEITADA E DIGITADA DE NOVO). TODA     *            00000270
      *            OPERACAO VAI PARA A AUDITORIA.          *            00000280
      *----------------------------------------------------*            00000290
      *   STATUS DEVOLVIDO (WRK-STATUS):                   *            00000300
      *   1=OK              2=FUNCIONARIO INEXIST./INATIVO *            00000310
      *   V=NENHUMA PENDENCIA EM ABERTO                    *            00000320
      *   X=ID SEM PENDENCIA EM ABERTO                     *            00000330
      *   M=PENDENCIA DIGITADA PELO PROPRIO OPERADOR       *            00000340
      *   D=SALARIO DO FUNC MUDOU DESDE A DIGITACAO        *            00000350
      *   N=SEM AUTORIZACAO 8=ERRO DE GRAVACAO             *            00000360
      *   B=JANELA BATCH BLOQUEADA (APROVACAO RECUSADA)    *            00000365
      *----------------------------------------------------*            00000370
      *   BASE DE DADOS:                                   *            00000380
      *   TABELA.VSAM                                      *            00000390
      *    ------              I/O        INCLUDE/BOOK     *            00000400
      *   FUNC       CADASTRO FUNCIONARIOS I/O  F16CID1    *            00000410
      *   PENDSAL    SALARIOS PENDENTES    I/O  F16CIDB    *            00000420
      *   HISTSAL    HISTORICO DE SALARIOS   O  F16CID5    *            00000430
      *   AUDIT      TRILHA DE AUDITORIA      O  F16CID3   *            00000440
      *   PERFIL     PERFIS DE AUTORIZACAO    I  F16CID8   *            00000450
      *   JORNAL     DIARIO DE ATUALIZACOES   O  F16CIDC   *            00000451
      *   JANELA     CONTROLE JANELA BATCH    I  F16CIDD   *            00000455
      *====================================================*            00000460
      *====================================================             00000470
       ENVIRONMENT                               DIVISION.              00000480
      *====================================================             00000490
       CONFIGURATION                              SECTION.              00000500
                                                                        00000510
       SPECIAL-NAMES.                                                   00000520
           DECIMAL-POINT IS COMMA.                                      00000530
                                                                        00000540
      *====================================================             00000550
       DATA                                      DIVISION.              00000560
      *====================================================             00000570
       WORKING-STORAGE                           SECTION.               00000580
      *----------------------------------------------------             00000590
                                                                        00000600
            COPY DFHAID.                                                00000610
                                                                        00000620
      *----------------------------------------------------             00000630
       01 FILLER              PIC X(70) VALUE                           00000640
              '---------FILE STATUS E DADOS----------'.                 00000650
                                                                        00000660
      *        MESMO LAYOUT DA AREA DE LINK DE APROVACAO DO MENU        00000670
      *        (FR16CIP4). NA LISTA (PLIS) WRK-ID E O ID A PARTIR       00000680
      *        DO QUAL A PAGINA COMECA; NA DECISAO (PAPR/PREJ) E O      00000690
      *        FUNCIONARIO DA PENDENCIA.                                00000700
       01 WRK-ENTRADA.                                                  00000710
          05 WRK-TRANS        PIC X(04).                                00000720
          05 WRK-ID           PIC X(05).                                00000730
          05 WRK-STATUS       PIC X(01) VALUE SPACES.                   00000740
          05 WRK-LISTA.                                                 00000750
             10 WRK-LISTA-QTDE    PIC 9(03).                            00000760
             10 WRK-LISTA-MAIS    PIC X(01).                            00000770
             10 WRK-LISTA-PROX-ID PIC X(05).                            00000780
             10 WRK-LISTA-ITEM    OCCURS 10 TIMES.                      00000790
                15 WRK-LIS-ID       PIC X(05).                          00000800
                15 WRK-LIS-NOME     PIC X(30).                          00000810
                15 WRK-LIS-SAL-ANT  PIC X(10).                          00000820
                15 WRK-LIS-SAL-NOVO PIC X(10).                          00000830
                15 WRK-LIS-TIPO     PIC X(01).                          00000840
                15 WRK-LIS-PERC     PIC 9(05)V9(02).                    00000850
                15 WRK-LIS-MAKER    PIC X(08).                          00000860
                15 WRK-LIS-DATA     PIC X(08).                          00000870
                                                                        00000880
                                                                        00000890
            COPY F16CID1.                                               00000900
                                                                        00000910
            COPY F16CID3.                                               00000920
                                                                        00000930
            COPY F16CID5.                                               00000940
                                                                        00000950
            COPY F16CID8.                                               00000960
                                                                        00000970
            COPY F16CIDB.                                               00000980
                                                                        00000990
            COPY F16CIDC.                                               00000991
                                                                        00000992
            COPY F16CIDD.                                               00000994
                                                                        00000996
       77 WRK-RESP            PIC S9(04) COMP.                          00001000
       77 WRK-ABSTIME         PIC S9(15) COMP-3.                        00001010
                                                                        00001020
       77 WRK-USERID           PIC X(08).                               00001030
       77 WRK-AUTORIZADO       PIC X(01) VALUE 'S'.                     00001040
       77 WRK-STATUS-JANELA    PIC X(01) VALUE SPACES.                  00001045
       77 WRK-ACHOU            PIC X(01) VALUE 'N'.                     00001050
       77 WRK-FIM-BROWSE       PIC X(01) VALUE 'N'.                     00001060
       77 WRK-DATA-DEC         PIC X(08).                               00001070
       77 WRK-HORA-DEC         PIC X(08).                               00001080
       77 WRK-SALARIO-ANTERIOR PIC X(10).                               00001090
                                                                        00001100
       01 WRK-RID-PEND.                                                 00001110
          05 WRK-RPD-CHAVE     PIC X(05).                               00001120
          05 WRK-RPD-DATA-HORA PIC X(16).                               00001130
                                                                        00001140
      *----------------------------------------------------             00001150
       LINKAGE                                   SECTION.               00001160
      *----------------------------------------------------             00001170
       01 DFHCOMMAREA          PIC X(809).                              00001180
                                                                        00001190
      *====================================================             00001200
       PROCEDURE                                 DIVISION.              00001210
      *====================================================             00001220
      *****************************************************             00001230
      *          R O T I N A   P R I N C I P A L          *             00001240
      *****************************************************             00001250
      *----------------------------------------------------             00001260
       0000-PRINCIPAL                             SECTION.              00001270
      *----------------------------------------------------             00001280
      *        SO E ACIONADA VIA LINK PELO MENU: SEM COMMAREA           00001290
      *        NAO HA O QUE PROCESSAR.                                  00001300
            IF EIBCALEN GREATER THAN ZEROES                             00001310
               MOVE DFHCOMMAREA TO WRK-ENTRADA                          00001320
               PERFORM 2000-PROCESSAR                                   00001330
               MOVE WRK-ENTRADA TO DFHCOMMAREA                          00001340
            END-IF.                                                     00001350
                                                                        00001360
            EXEC CICS                                                   00001370
              RETURN                                                    00001380
            END-EXEC.                                                   00001390
      *----------------------------------------------------             00001400
       0000-99-FIM.                                EXIT.                00001410
      *----------------------------------------------------             00001420
      *****************************************************             00001430
      *               P R O C E S S A R                   *             00001440
      *****************************************************             00001450
      *----------------------------------------------------             00001460
       2000-PROCESSAR                             SECTION.              00001470
      *----------------------------------------------------             00001480
            MOVE ZEROES TO WRK-LISTA-QTDE.                              00001490
            MOVE 'N'    TO WRK-LISTA-MAIS.                              00001500
            MOVE SPACES TO WRK-LISTA-PROX-ID.                           00001510
                                                                        00001520
            PERFORM 2050-VERIFICAR-PERFIL.                              00001530
                                                                        00001540
            IF WRK-AUTORIZADO EQUAL 'N'                                 00001550
               MOVE 'N' TO WRK-STATUS                                   00001560
            ELSE                                                        00001570
               MOVE '1' TO WRK-STATUS                                   00001580
               EVALUATE WRK-TRANS                                       00001590
               WHEN 'PAPR'                                              00001600
                  PERFORM 2060-VERIFICAR-JANELA                         00001601
                  IF WRK-STATUS-JANELA NOT EQUAL SPACES                 00001602
                     MOVE WRK-STATUS-JANELA TO WRK-STATUS               00001603
                  ELSE                                                  00001604
                     PERFORM 2300-DECIDIR                               00001605
                  END-IF                                                00001606
               WHEN 'PREJ'                                              00001610
                  PERFORM 2300-DECIDIR                                  00001620
               WHEN OTHER                                               00001630
                  PERFORM 2100-LISTAR                                   00001640
               END-EVALUATE                                             00001650
            END-IF.                                                     00001660
                                                                        00001670
            PERFORM 2900-GRAVAR-AUDITORIA.                              00001680
      *----------------------------------------------------             00001690
       2000-99-FIM.                                EXIT.                00001700
      *----------------------------------------------------             00001710
      *****************************************************             00001720
      *     V E R I F I C A R   P E R F I L               *             00001730
      *****************************************************             00001740
      *----------------------------------------------------             00001750
       2050-VERIFICAR-PERFIL                      SECTION.              00001760
      *----------------------------------------------------             00001770
      *        ATE A LISTA EXIGE O FLAG DE APROVADOR: ELA MOSTRA        00001780
      *        SALARIOS E E SO PARA QUEM DECIDE. SEM REGISTRO NO        00001790
      *        PERFIL NAO HA APROVACAO.                                 00001800
            MOVE 'S' TO WRK-AUTORIZADO.                                 00001810
                                                                        00001820
            EXEC CICS ASSIGN                                            00001830
               USERID(WRK-USERID)                                       00001840
            END-EXEC.                                                   00001850
                                                                        00001860
            MOVE WRK-USERID TO PRF-USERID.                              00001870
            EXEC CICS READ                                              00001880
              FILE ('PERFIL')                                           00001890
              RIDFLD(PRF-USERID)                                        00001900
              INTO(PRF-REGISTRO)                                        00001910
              RESP(WRK-RESP)                                            00001920
            END-EXEC.                                                   00001930
                                                                        00001940
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00001950
               OR PRF-APROVADOR NOT EQUAL 'S'                           00001960
               MOVE 'N' TO WRK-AUTORIZADO                               00001970
            END-IF.                                                     00001980
      *----------------------------------------------------             00001990
       2050-99-FIM.                                EXIT.                00002000
      *----------------------------------------------------             00002001
      *****************************************************             00002002
      *     V E R I F I C A R   J A N E L A   B A T C H   *             00002003
      *****************************************************             00002004
      *----------------------------------------------------             00002005
       2060-VERIFICAR-JANELA                      SECTION.              00002006
      *----------------------------------------------------             00002007
      *        COM A JANELA BATCH BLOQUEADA (VER F16CIDD) A             00002008
      *        APROVACAO, QUE GRAVA O FUNC, E RECUSADA COM STATUS       00002009
      *        'B' COMO AS ATUALIZACOES DA FR16CIP2; A LISTA E A        00002010
      *        REJEICAO NAO TOCAM NO FUNC E CONTINUAM LIVRES.           00002011
            MOVE SPACES TO WRK-STATUS-JANELA.                           00002012
                                                                        00002013
            MOVE '1' TO JAN-CHAVE.                                      00002014
            EXEC CICS READ                                              00002015
              FILE ('JANELA')                                           00002016
              RIDFLD(JAN-CHAVE)                                         00002017
              INTO(JAN-REGISTRO)                                        00002018
              RESP(WRK-RESP)                                            00002019
            END-EXEC.                                                   00002020
                                                                        00002021
            EVALUATE WRK-RESP                                           00002022
            WHEN DFHRESP(NORMAL)                                        00002023
               IF JAN-SITUACAO EQUAL 'B'                                00002024
                  MOVE 'B' TO WRK-STATUS-JANELA                         00002025
               END-IF                                                   00002026
            WHEN DFHRESP(NOTFND)                                        00002027
               CONTINUE                                                 00002028
            WHEN OTHER                                                  00002029
               MOVE '8' TO WRK-STATUS-JANELA                            00002030
            END-EVALUATE.                                               00002031
      *----------------------------------------------------             00002032
       2060-99-FIM.                                EXIT.                00002033
      *----------------------------------------------------             00002043
      *****************************************************             00002020
      *     L I S T A R   P E N D E N C I A S             *             00002030
      *****************************************************             00002040
      *----------------------------------------------------             00002050
       2100-LISTAR                                SECTION.              00002060
      *----------------------------------------------------             00002070
      *        O BROWSE PERCORRE O PENDSAL A PARTIR DO ID               00002080
      *        INFORMADO E SO APROVEITA AS PENDENCIAS EM ABERTO         00002090
      *        ('P'). ACHANDO A 11A, A PAGINA FECHA E O ID DELA         00002100
      *        VOLTA COMO INICIO DA PROXIMA (SO HA UMA PENDENCIA        00002110
      *        ABERTA POR FUNCIONARIO).                                 00002120
            MOVE 'N'        TO WRK-FIM-BROWSE.                          00002130
            IF WRK-ID EQUAL SPACES                                      00002140
               MOVE LOW-VALUES TO WRK-RPD-CHAVE                         00002150
            ELSE                                                        00002160
               MOVE WRK-ID     TO WRK-RPD-CHAVE                         00002170
            END-IF.                                                     00002180
            MOVE LOW-VALUES TO WRK-RPD-DATA-HORA.                       00002190
                                                                        00002200
            EXEC CICS STARTBR                                           00002210
               FILE ('PENDSAL')                                         00002220
               RIDFLD(WRK-RID-PEND)                                     00002230
               GTEQ                                                     00002240
               RESP(WRK-RESP)                                           00002250
            END-EXEC.                                                   00002260
                                                                        00002270
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00002280
               PERFORM UNTIL WRK-RESP NOT EQUAL DFHRESP(NORMAL)         00002290
                       OR WRK-FIM-BROWSE EQUAL 'S'                      00002300
                  EXEC CICS READNEXT                                    00002310
                     FILE ('PENDSAL')                                   00002320
                     INTO(PND-REGISTRO)                                 00002330
                     RIDFLD(WRK-RID-PEND)                               00002340
                     RESP(WRK-RESP)                                     00002350
                  END-EXEC                                              00002360
                  IF WRK-RESP EQUAL DFHRESP(NORMAL)                     00002370
                     AND PND-SITUACAO EQUAL 'P'                         00002380
                     IF WRK-LISTA-QTDE EQUAL 10                         00002390
                        MOVE 'S'       TO WRK-LISTA-MAIS                00002400
                        MOVE PND-CHAVE TO WRK-LISTA-PROX-ID             00002410
                        MOVE 'S'       TO WRK-FIM-BROWSE                00002420
                     ELSE                                               00002430
                        PERFORM 2150-CARREGAR-ITEM                      00002440
                     END-IF                                             00002450
                  END-IF                                                00002460
               END-PERFORM                                              00002470
                                                                        00002480
               EXEC CICS ENDBR                                          00002490
                  FILE ('PENDSAL')                                      00002500
               END-EXEC                                                 00002510
            END-IF.                                                     00002520
                                                                        00002530
            IF WRK-LISTA-QTDE EQUAL ZEROES                              00002540
               MOVE 'V' TO WRK-STATUS                                   00002550
            END-IF.                                                     00002560
      *----------------------------------------------------             00002570
       2100-99-FIM.                                EXIT.                00002580
      *----------------------------------------------------             00002590
      *****************************************************             00002600
      *     C A R R E G A R   I T E M   D A   L I S T A   *             00002610
      *****************************************************             00002620
      *----------------------------------------------------             00002630
       2150-CARREGAR-ITEM                         SECTION.              00002640
      *----------------------------------------------------             00002650
            ADD 1 TO WRK-LISTA-QTDE.                                    00002660
                                                                        00002670
            MOVE PND-CHAVE        TO WRK-LIS-ID (WRK-LISTA-QTDE).       00002680
            MOVE PND-SALARIO-ANT  TO WRK-LIS-SAL-ANT (WRK-LISTA-QTDE).  00002690
            MOVE PND-SALARIO-NOVO TO WRK-LIS-SAL-NOVO (WRK-LISTA-QTDE). 00002700
            MOVE PND-TIPO         TO WRK-LIS-TIPO (WRK-LISTA-QTDE).     00002710
            MOVE PND-PERCENTUAL   TO WRK-LIS-PERC (WRK-LISTA-QTDE).     00002720
            MOVE PND-MAKER        TO WRK-LIS-MAKER (WRK-LISTA-QTDE).    00002730
            MOVE PND-DATA         TO WRK-LIS-DATA (WRK-LISTA-QTDE).     00002740
                                                                        00002750
            MOVE PND-CHAVE TO WRK-CHAVE.                                00002760
            EXEC CICS READ                                              00002770
              FILE ('FUNC')                                             00002780
              RIDFLD(WRK-CHAVE)                                         00002790
              INTO(WRK-DADOS)                                           00002800
              RESP(WRK-RESP)                                            00002810
            END-EXEC.                                                   00002820
                                                                        00002830
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00002840
               MOVE WRK-NOME TO WRK-LIS-NOME (WRK-LISTA-QTDE)           00002850
            ELSE                                                        00002860
               MOVE SPACES   TO WRK-LIS-NOME (WRK-LISTA-QTDE)           00002870
            END-IF.                                                     00002880
                                                                        00002890
      *        A LEITURA DO FUNC NAO PODE INTERROMPER O BROWSE.         00002900
            MOVE DFHRESP(NORMAL) TO WRK-RESP.                           00002910
      *----------------------------------------------------             00002920
       2150-99-FIM.                                EXIT.                00002930
      *----------------------------------------------------             00002940
      *****************************************************             00002950
      *     D E C I D I R   P E N D E N C I A             *             00002960
      *****************************************************             00002970
      *----------------------------------------------------             00002980
       2300-DECIDIR                               SECTION.              00002990
      *----------------------------------------------------             00003000
            EXEC CICS ASKTIME                                           00003010
               ABSTIME(WRK-ABSTIME)                                     00003020
            END-EXEC.                                                   00003030
                                                                        00003040
            EXEC CICS FORMATTIME                                        00003050
               ABSTIME(WRK-ABSTIME)                                     00003060
               YYYYMMDD(WRK-DATA-DEC)                                   00003070
               TIME(WRK-HORA-DEC)                                       00003080
               TIMESEP                                                  00003090
            END-EXEC.                                                   00003100
                                                                        00003110
            PERFORM 2500-LOCALIZAR-PENDENCIA.                           00003120
                                                                        00003130
            EVALUATE TRUE                                               00003140
            WHEN WRK-ACHOU EQUAL 'N'                                    00003150
               MOVE 'X' TO WRK-STATUS                                   00003160
            WHEN PND-MAKER EQUAL WRK-USERID                             00003170
               MOVE 'M' TO WRK-STATUS                                   00003180
            WHEN OTHER                                                  00003190
               PERFORM 2600-LER-PARA-ATUALIZAR                          00003200
               IF WRK-STATUS EQUAL '1' AND WRK-TRANS EQUAL 'PAPR'       00003210
                  PERFORM 2400-APLICAR-SALARIO                          00003220
               END-IF                                                   00003230
               IF WRK-STATUS EQUAL '1'                                  00003240
                  IF WRK-TRANS EQUAL 'PAPR'                             00003250
                     MOVE 'A' TO PND-SITUACAO                           00003260
                  ELSE                                                  00003270
                     MOVE 'R' TO PND-SITUACAO                           00003280
                  END-IF                                                00003290
                  MOVE WRK-USERID   TO PND-CHECKER                      00003300
                  MOVE WRK-DATA-DEC TO PND-DATA-DEC                     00003310
                  MOVE WRK-HORA-DEC TO PND-HORA-DEC                     00003320
                  PERFORM 2650-REGRAVAR-PENDENCIA                       00003330
               END-IF                                                   00003340
            END-EVALUATE.                                               00003350
      *----------------------------------------------------             00003360
       2300-99-FIM.                                EXIT.                00003370
      *----------------------------------------------------             00003380
      *****************************************************             00003390
      *     A P L I C A R   S A L A R I O   N O   F U N C *             00003400
      *****************************************************             00003410
      *----------------------------------------------------             00003420
       2400-APLICAR-SALARIO                       SECTION.              00003430
      *----------------------------------------------------             00003440
      *        A PENDENCIA SO E APLICADA SE O FUNCIONARIO AINDA         00003450
      *        ESTA ATIVO E COM O MESMO SALARIO DA DIGITACAO - UM       00003460
      *        REAJUSTE OU ESTORNO BATCH NO MEIO DO CAMINHO             00003470
      *        INVALIDA O VALOR PROPOSTO.                               00003480
            MOVE PND-CHAVE TO WRK-CHAVE.                                00003490
            EXEC CICS READ                                              00003500
              FILE ('FUNC')                                             00003510
              RIDFLD(WRK-CHAVE)                                         00003520
              INTO(WRK-DADOS)                                           00003530
              UPDATE                                                    00003540
              RESP(WRK-RESP)                                            00003550
            END-EXEC.                                                   00003560
                                                                        00003570
            EVALUATE TRUE                                               00003580
            WHEN WRK-RESP NOT EQUAL DFHRESP(NORMAL)                     00003590
               MOVE '2' TO WRK-STATUS                                   00003600
            WHEN WRK-SITUACAO NOT EQUAL 'A'                             00003610
               MOVE '2' TO WRK-STATUS                                   00003620
            WHEN WRK-SALARIO NOT EQUAL PND-SALARIO-ANT                  00003630
               MOVE 'D' TO WRK-STATUS                                   00003640
            WHEN OTHER                                                  00003650
               MOVE WRK-DADOS        TO JNL-ANTES                       00003651
               MOVE WRK-SALARIO      TO WRK-SALARIO-ANTERIOR            00003660
               MOVE PND-SALARIO-NOVO TO WRK-SALARIO                     00003670
               EXEC CICS REWRITE                                        00003680
                 FILE ('FUNC')                                          00003690
                 FROM(WRK-DADOS)                                        00003700
                 RESP(WRK-RESP)                                         00003710
               END-EXEC                                                 00003720
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                    00003730
                  MOVE '8' TO WRK-STATUS                                00003740
               ELSE                                                     00003750
                  PERFORM 2450-GRAVAR-HISTORICO                         00003760
                  PERFORM 2470-GRAVAR-JORNAL                            00003761
               END-IF                                                   00003770
            END-EVALUATE.                                               00003780
      *----------------------------------------------------             00003790
       2400-99-FIM.                                EXIT.                00003800
      *----------------------------------------------------             00003810
      *****************************************************             00003820
      *   G R A V A R   H I S T O R I C O   S A L A R I O               00003830
      *****************************************************             00003840
      *----------------------------------------------------             00003850
       2450-GRAVAR-HISTORICO                      SECTION.              00003860
      *----------------------------------------------------             00003870
      *        A ORIGEM E O USERID DE QUEM DIGITOU, COMO NA             00003880
      *        ALTERACAO DIRETA DA FR16CIP2; QUEM APROVOU FICA          00003890
      *        REGISTRADO NA PROPRIA PENDENCIA.                         00003900
            MOVE WRK-DATA-DEC         TO HIS-DATA.                      00003910
            MOVE WRK-HORA-DEC         TO HIS-HORA.                      00003920
            MOVE WRK-CHAVE            TO HIS-CHAVE.                     00003930
            MOVE WRK-SALARIO-ANTERIOR TO HIS-SALARIO-ANT.               00003940
            MOVE WRK-SALARIO          TO HIS-SALARIO-NOVO.              00003950
            MOVE PND-MAKER            TO HIS-ORIGEM.                    00003960
                                                                        00003970
            EXEC CICS WRITE                                             00003980
               FILE ('HISTSAL')                                         00003990
               FROM(HIS-REGISTRO)                                       00004000
               RIDFLD(HIS-CHAVE-REG)                                    00004010
               RESP(WRK-RESP)                                           00004020
            END-EXEC.                                                   00004030
                                                                        00004040
            EVALUATE WRK-RESP                                           00004050
            WHEN DFHRESP(NORMAL)                                        00004060
               CONTINUE                                                 00004070
            WHEN OTHER                                                  00004080
               MOVE '8' TO WRK-STATUS                                   00004090
            END-EVALUATE.                                               00004100
      *----------------------------------------------------             00004110
       2450-99-FIM.                                EXIT.                00004120
      *----------------------------------------------------             00004130
      *****************************************************             00004131
      *   G R A V A R   J O R N A L   D O   F U N C       *             00004132
      *****************************************************             00004133
      *----------------------------------------------------             00004134
       2470-GRAVAR-JORNAL                         SECTION.              00004135
      *----------------------------------------------------             00004136
      *        MESMO REGISTRO DA FR16CIP2 (VER F16CIDC): A              00004137
      *        APROVACAO E UMA ALTERACAO DO FUNC, E O USUARIO           00004138
      *        DO JORNAL E QUEM APROVOU, QUE E QUEM EFETIVOU A          00004139
      *        GRAVACAO.                                                00004140
            MOVE WRK-DATA-DEC  TO JNL-DATA.                             00004141
            MOVE WRK-HORA-DEC  TO JNL-HORA.                             00004142
            MOVE 'FR16CIP6'    TO JNL-PROGRAMA.                         00004143
            MOVE WRK-USERID    TO JNL-USERID.                           00004144
            MOVE 'A'           TO JNL-OPERACAO.                         00004145
            MOVE WRK-CHAVE     TO JNL-CHAVE.                            00004146
            MOVE WRK-DADOS     TO JNL-DEPOIS.                           00004147
                                                                        00004148
            EXEC CICS WRITE                                             00004149
               FILE ('JORNAL')                                          00004150
               FROM(JNL-REGISTRO)                                       00004151
               RESP(WRK-RESP)                                           00004152
            END-EXEC.                                                   00004153
                                                                        00004154
            EVALUATE WRK-RESP                                           00004155
            WHEN DFHRESP(NORMAL)                                        00004156
               CONTINUE                                                 00004157
            WHEN OTHER                                                  00004158
               MOVE '8' TO WRK-STATUS                                   00004159
            END-EVALUATE.                                               00004160
      *----------------------------------------------------             00004161
       2470-99-FIM.                                EXIT.                00004162
      *----------------------------------------------------             00004163
      *****************************************************             00004140
      *   L O C A L I Z A R   P E N D E N C I A           *             00004150
      *****************************************************             00004160
      *----------------------------------------------------             00004170
       2500-LOCALIZAR-PENDENCIA                   SECTION.              00004180
      *----------------------------------------------------             00004190
      *        A CHAVE DO PENDSAL E FUNCIONARIO + DATA + HORA: O        00004200
      *        BROWSE A PARTIR DA CHAVE PARCIAL LE AS PENDENCIAS        00004210
      *        DO FUNCIONARIO ATE ACHAR A QUE ESTA EM ABERTO.           00004220
            MOVE 'N'        TO WRK-ACHOU.                               00004230
            MOVE 'N'        TO WRK-FIM-BROWSE.                          00004240
            MOVE WRK-ID     TO WRK-RPD-CHAVE.                           00004250
            MOVE LOW-VALUES TO WRK-RPD-DATA-HORA.                       00004260
                                                                        00004270
            EXEC CICS STARTBR                                           00004280
               FILE ('PENDSAL')                                         00004290
               RIDFLD(WRK-RID-PEND)                                     00004300
               GTEQ                                                     00004310
               RESP(WRK-RESP)                                           00004320
            END-EXEC.                                                   00004330
                                                                        00004340
            IF WRK-RESP EQUAL DFHRESP(NORMAL)                           00004350
               PERFORM UNTIL WRK-RESP NOT EQUAL DFHRESP(NORMAL)         00004360
                       OR WRK-FIM-BROWSE EQUAL 'S'                      00004370
                       OR WRK-ACHOU EQUAL 'S'                           00004380
                  EXEC CICS READNEXT                                    00004390
                     FILE ('PENDSAL')                                   00004400
                     INTO(PND-REGISTRO)                                 00004410
                     RIDFLD(WRK-RID-PEND)                               00004420
                     RESP(WRK-RESP)                                     00004430
                  END-EXEC                                              00004440
                  IF WRK-RESP EQUAL DFHRESP(NORMAL)                     00004450
                     IF PND-CHAVE NOT EQUAL WRK-ID                      00004460
                        MOVE 'S' TO WRK-FIM-BROWSE                      00004470
                     ELSE                                               00004480
                        IF PND-SITUACAO EQUAL 'P'                       00004490
                           MOVE 'S' TO WRK-ACHOU                        00004500
                        END-IF                                          00004510
                     END-IF                                             00004520
                  END-IF                                                00004530
               END-PERFORM                                              00004540
                                                                        00004550
               EXEC CICS ENDBR                                          00004560
                  FILE ('PENDSAL')                                      00004570
               END-EXEC                                                 00004580
            END-IF.                                                     00004590
      *----------------------------------------------------             00004600
       2500-99-FIM.                                EXIT.                00004610
      *----------------------------------------------------             00004620
      *****************************************************             00004630
      *   L E R   P A R A   A T U A L I Z A R             *             00004640
      *****************************************************             00004650
      *----------------------------------------------------             00004660
       2600-LER-PARA-ATUALIZAR                    SECTION.              00004670
      *----------------------------------------------------             00004680
      *        RELE A PENDENCIA COM UPDATE; SE OUTRO APROVADOR          00004690
      *        DECIDIU NESSE MEIO TEMPO ELA JA NAO ESTA ABERTA.         00004700
            MOVE PND-CHAVE-REG TO WRK-RID-PEND.                         00004710
            EXEC CICS READ                                              00004720
              FILE ('PENDSAL')                                          00004730
              RIDFLD(WRK-RID-PEND)                                      00004740
              INTO(PND-REGISTRO)                                        00004750
              UPDATE                                                    00004760
              RESP(WRK-RESP)                                            00004770
            END-EXEC.                                                   00004780
                                                                        00004790
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00004800
               MOVE '8' TO WRK-STATUS                                   00004810
            ELSE                                                        00004820
               IF PND-SITUACAO NOT EQUAL 'P'                            00004830
                  MOVE 'X' TO WRK-STATUS                                00004840
               END-IF                                                   00004850
            END-IF.                                                     00004860
      *----------------------------------------------------             00004870
       2600-99-FIM.                                EXIT.                00004880
      *----------------------------------------------------             00004890
      *****************************************************             00004900
      *   R E G R A V A R   P E N D E N C I A             *             00004910
      *****************************************************             00004920
      *----------------------------------------------------             00004930
       2650-REGRAVAR-PENDENCIA                    SECTION.              00004940
      *----------------------------------------------------             00004950
            EXEC CICS REWRITE                                           00004960
              FILE ('PENDSAL')                                          00004970
              FROM(PND-REGISTRO)                                        00004980
              RESP(WRK-RESP)                                            00004990
            END-EXEC.                                                   00005000
                                                                        00005010
            IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                       00005020
               MOVE '8' TO WRK-STATUS                                   00005030
            END-IF.                                                     00005040
      *----------------------------------------------------             00005050
       2650-99-FIM.                                EXIT.                00005060
      *----------------------------------------------------             00005070
      *****************************************************             00005080
      *   G R A V A R   T R I L H A   D E   A U D I T O R I A           00005090
      *****************************************************             00005100
      *----------------------------------------------------             00005110
       2900-GRAVAR-AUDITORIA                      SECTION.              00005120
      *----------------------------------------------------             00005130
            EXEC CICS ASSIGN                                            00005140
               USERID(AUD-USERID)                                       00005150
               TERMID(AUD-TERMID)                                       00005160
            END-EXEC.                                                   00005170
                                                                        00005180
            EXEC CICS ASKTIME                                           00005190
               ABSTIME(WRK-ABSTIME)                                     00005200
            END-EXEC.                                                   00005210
                                                                        00005220
            EXEC CICS FORMATTIME                                        00005230
               ABSTIME(WRK-ABSTIME)                                     00005240
               YYYYMMDD(AUD-DATA)                                       00005250
               TIME(AUD-HORA)                                           00005260
               TIMESEP                                                  00005270
            END-EXEC.                                                   00005280
                                                                        00005290
            MOVE WRK-TRANS  TO AUD-TRANS.                               00005300
            MOVE WRK-ID     TO AUD-ID-PESQ.                             00005310
            MOVE WRK-STATUS TO AUD-STATUS.                              00005320
                                                                        00005330
            EXEC CICS WRITE                                             00005340
               FILE ('AUDIT')                                           00005350
               FROM(AUD-REGISTRO)                                       00005360
               RESP(WRK-RESP)                                           00005370
            END-EXEC.                                                   00005380
                                                                        00005390
            EVALUATE WRK-RESP                                           00005400
            WHEN DFHRESP(NORMAL)                                        00005410
               CONTINUE                                                 00005420
            WHEN OTHER                                                  00005430
               MOVE '8' TO WRK-STATUS                                   00005440
            END-EVALUATE.                                               00005450
      *----------------------------------------------------             00005460
       2900-99-FIM.                                EXIT.                00005470
      *----------------------------------------------------             00005480
