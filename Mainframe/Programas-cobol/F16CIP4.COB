      *            CLARA PARA O OPERADOR. DA LISTA DE      *            00000190
      *            PESQUISA DA PARA SALTAR DIRETO PARA A   *            00000200
      *            CONSULTA OU ALTERACAO DE UMA LINHA SEM  *            00000210
      *            REDIGITAR O ID. A PROGRAMACAO DE FERIAS *            00000211
      *            (OPCAO 7) E EXECUTADA VIA LINK NA       *            00000212
      *            FR16CIP5 E A APROVACAO DAS ALTERACOES   *            00000213
      *            DE SALARIO PENDENTES (OPCAO 8) NA       *            00000214
      *            FR16CIP6, DA MESMA FORMA.               *            00000215
      *----------------------------------------------------*            00000230
      *   NAVEGACAO:                                       *            00000240
      *   MENU01: OPCAO 1-8 ESCOLHE A FUNCAO:              *            00000241
      *           1 CONSULTAR (PF1)   2 INCLUIR (PF2)      *            00000260
      *           3 ALTERAR   (PF5)   4 INATIVAR (PF4)     *            00000270
      *           5 PESQUISAR (PF6)   6 REATIVAR (PF7)     *            00000280
      *           7 FERIAS    (PF9)   8 APROVACAO (PF10)   *            00000281
      *           PF3 ENCERRA                              *            00000282
      *   FUNC01: ENTER EXECUTA A FUNCAO PENDENTE          *            00000290
      *           PF3 VOLTA AO MENU                        *            00000300
      *           CARGO OBRIGATORIO NA INCLUSAO; SALARIO   *            00000301
      *           FORA DA FAIXA DO CARGO SO E GRAVADO COM  *            00000302
      *           S NA CONFIRMACAO + ENTER                 *            00000303
      *           NA INATIVACAO O MOTIVO DO DESLIGAMENTO   *            00000302
      *           (P/D/A/F) E DIGITADO NA PRIMEIRA POSICAO *            00000304
      *           DO CAMPO SETOR DA FICHA (O SETOR NAO E   *            00000306
      *           ID EM SELECAO + ENTER CONSULTA A LINHA   *            00000330
      *           ID EM SELECAO + PF5 ABRE A ALTERACAO     *            00000340
      *           PF3 VOLTA AO MENU                        *            00000350
      *   FERI01: ID + ENTER CONSULTA O PERIODO EM ABERTO  *            00000351
      *           ID + INICIO + DIAS + ENTER PROGRAMA      *            00000352
      *           ID + PF4 CANCELA A PROGRAMACAO           *            00000353
      *           PF3 VOLTA AO MENU                        *            00000354
      *   APRV01: LISTA AS ALTERACOES DE SALARIO PENDENTES *            00000355
      *           ID + ACAO A (APROVA) OU R (REJEITA) +    *            00000356
      *           ENTER DECIDE A PENDENCIA DAQUELE ID      *            00000357
      *           ENTER SEM ID ATUALIZA A LISTA            *            00000358
      *           PF8 PROXIMA PAGINA                       *            00000359
      *           PF3 VOLTA AO MENU                        *            00000360
      *----------------------------------------------------*            00000360
      *   BASE DE DADOS:                                   *            00000370
      *   (ACESSO AO FUNC/SETOR/AUDIT/HISTSAL E FEITO      *            00000380
      *   PELA FR16CIP2, AO FERIAS PELA FR16CIP5 E AO      *            00000381
      *   PENDSAL PELA FR16CIP6, CHAMADAS VIA LINK.)       *            00000382
      *====================================================*            00000400
      *====================================================             00000410
       ENVIRONMENT                               DIVISION.              00000420
             10 LNK-DATADEM      PIC X(10).                             00000772
             10 LNK-MOTIVO-DESL  PIC X(01).                             00000774
             10 LNK-STATUS       PIC X(01).                             00000780
             10 LNK-CARGO        PIC X(04).                             00000781
             10 LNK-CONFIRMA     PIC X(01).                             00000782
          05 LNK-LISTA.                                                 00000790
             10 LNK-LISTA-QTDE    PIC 9(03).                            00000800
             10 LNK-LISTA-MAIS    PIC X(01).                            00000810
                15 LNK-LISTA-NOME   PIC X(30).                          00000850
                15 LNK-LISTA-SETOR  PIC X(04).                          00000860
                                                                        00000870
      *        AREA DE LINK COM A FR16CIP5 (MESMO LAYOUT DA             00000871
      *        WRK-ENTRADA DAQUELE PROGRAMA).                           00000872
       01 WRK-AREA-FERIAS.                                              00000873
          05 LNK-FER-TRANS       PIC X(04).                             00000874
          05 LNK-FER-ID          PIC X(05).                             00000875
          05 LNK-FER-NOME        PIC X(30).                             00000876
          05 LNK-FER-INICIO      PIC X(10).                             00000877
          05 LNK-FER-DIAS        PIC X(02).                             00000878
          05 LNK-FER-PER-INICIO  PIC X(10).                             00000879
          05 LNK-FER-PER-FIM     PIC X(10).                             00000880
          05 LNK-FER-LIMITE      PIC X(10).                             00000881
          05 LNK-FER-SALDO       PIC X(02).                             00000882
          05 LNK-FER-PROG-INICIO PIC X(10).                             00000883
          05 LNK-FER-PROG-FIM    PIC X(10).                             00000884
          05 LNK-FER-STATUS      PIC X(01).                             00000885
                                                                        00000886
      *        AREA DE LINK COM A FR16CIP6 (MESMO LAYOUT DA             00000887
      *        WRK-ENTRADA DAQUELE PROGRAMA).                           00000888
       01 WRK-AREA-APROV.                                               00000889
          05 LNK-APR-TRANS          PIC X(04).                          00000890
          05 LNK-APR-ID             PIC X(05).                          00000891
          05 LNK-APR-STATUS         PIC X(01).                          00000892
          05 LNK-APR-LISTA-QTDE     PIC 9(03).                          00000893
          05 LNK-APR-LISTA-MAIS     PIC X(01).                          00000894
          05 LNK-APR-LISTA-PROX-ID  PIC X(05).                          00000895
          05 LNK-APR-LISTA-ITEM     OCCURS 10 TIMES.                    00000896
             10 LNK-APR-LIS-ID       PIC X(05).                         00000897
             10 LNK-APR-LIS-NOME     PIC X(30).                         00000898
             10 LNK-APR-LIS-SAL-ANT  PIC X(10).                         00000899
             10 LNK-APR-LIS-SAL-NOVO PIC X(10).                         00000900
             10 LNK-APR-LIS-TIPO     PIC X(01).                         00000901
             10 LNK-APR-LIS-PERC     PIC 9(05)V9(02).                   00000902
             10 LNK-APR-LIS-MAKER    PIC X(08).                         00000903
             10 LNK-APR-LIS-DATA     PIC X(08).                         00000904
                                                                        00000905
      *        LINHA DA LISTA DE PENDENCIAS: REDUCAO SAI COM O          00000906
      *        PERCENTUAL NEGATIVO.                                     00000907
       01 WRK-LINHA-APROV.                                              00000908
          05 WRK-LAP-ID       PIC X(05).                                00000909
          05 FILLER           PIC X(01) VALUE SPACES.                   00000910
          05 WRK-LAP-NOME     PIC X(20).                                00000911
          05 FILLER           PIC X(01) VALUE SPACES.                   00000912
          05 WRK-LAP-SAL-ANT  PIC X(10).                                00000913
          05 FILLER           PIC X(01) VALUE SPACES.                   00000914
          05 WRK-LAP-SAL-NOVO PIC X(10).                                00000915
          05 FILLER           PIC X(01) VALUE SPACES.                   00000916
          05 WRK-LAP-PERC     PIC -ZZZ9,99.                             00000917
          05 FILLER           PIC X(01) VALUE SPACES.                   00000918
          05 WRK-LAP-MAKER    PIC X(08).                                00000919
          05 FILLER           PIC X(01) VALUE SPACES.                   00000920
          05 WRK-LAP-DATA     PIC X(10).                                00000921
                                                                        00000922
       77 WRK-PERC-SINAL      PIC S9(05)V9(02) VALUE ZEROES.            00000923
                                                                        00000924
       01 WRK-PERIODO-TELA.                                             00000887
          05 WRK-PTL-INICIO   PIC X(10).                                00000888
          05 FILLER           PIC X(03) VALUE ' A '.                    00000889
          05 WRK-PTL-FIM      PIC X(10).                                00000890
                                                                        00000891
       01 WRK-DATA-MONTADA.                                             00000880
          05 WRK-DTM-DIA      PIC X(02).                                00000890
          05 FILLER           PIC X(01) VALUE '/'.                      00000900
                  PERFORM 3000-TRATAR-FICHA                             00001270
               WHEN 'L'                                                 00001280
                  PERFORM 4000-TRATAR-LISTA                             00001290
               WHEN 'V'                                                 00001291
                  PERFORM 5000-TRATAR-FERIAS                            00001292
               WHEN 'A'                                                 00001293
                  PERFORM 6000-TRATAR-APROVACAO                         00001294
               WHEN OTHER                                               00001300
                  PERFORM 2000-TRATAR-MENU                              00001310
               END-EVALUATE                                             00001320
      *----------------------------------------------------             00001555
       1100-MONTAR-OPCOES                         SECTION.              00001556
      *----------------------------------------------------             00001557
      *        O MAPA DO MENU LISTA AS OITO OPCOES FIXAS; A             00001558
      *        MENSAGEM MOSTRA SO AS QUE O PERFIL DO OPERADOR           00001559
      *        PERMITE (A FR16CIP2/FR16CIP3/FR16CIP5/FR16CIP6           00001560
      *        CONFEREM DE NOVO NA EXECUCAO E AUDITAM AS                00001561
      *        TENTATIVAS NEGADAS). FERIAS (7) FICA PARA TODOS:         00001562
      *        SO CONSULTA OU TAMBEM PROGRAMA, CONFORME O PERFIL.       00001563
      *        APROVACAO (8) SO PARA QUEM TEM PRF-APROVADOR.            00001564
            EXEC CICS ASSIGN                                            00001562
               USERID(WRK-USERID)                                       00001563
            END-EXEC.                                                   00001564
            MOVE SPACES TO WRK-OPC-LISTA.                               00001574
            EVALUATE TRUE                                               00001575
            WHEN WRK-RESP NOT EQUAL DFHRESP(NORMAL)                     00001576
               MOVE '1 5 E 7 (SEM PERFIL CADASTRADO)'                   00001577
                  TO WRK-OPC-LISTA                                      00001578
            WHEN PRF-CONSULTA EQUAL 'S'                                 00001579
                 AND PRF-MANUT-FUNC EQUAL 'S'                           00001580
                 AND PRF-APROVADOR EQUAL 'S'                            00001581
               MOVE '1 A 8' TO WRK-OPC-LISTA                            00001582
            WHEN PRF-CONSULTA EQUAL 'S'                                 00001584
                 AND PRF-MANUT-FUNC EQUAL 'S'                           00001585
               MOVE '1 A 7' TO WRK-OPC-LISTA                            00001581
            WHEN PRF-MANUT-FUNC EQUAL 'S'                               00001582
                 AND PRF-APROVADOR EQUAL 'S'                            00001583
               MOVE '2 3 4 6 7 E 8' TO WRK-OPC-LISTA                    00001584
            WHEN PRF-MANUT-FUNC EQUAL 'S'                               00001585
               MOVE '2 3 4 6 E 7' TO WRK-OPC-LISTA                      00001583
            WHEN PRF-CONSULTA EQUAL 'S'                                 00001584
                 AND PRF-APROVADOR EQUAL 'S'                            00001585
               MOVE '1 5 7 E 8' TO WRK-OPC-LISTA                        00001586
            WHEN PRF-CONSULTA EQUAL 'S'                                 00001587
               MOVE '1 5 E 7' TO WRK-OPC-LISTA                          00001585
            WHEN PRF-APROVADOR EQUAL 'S'                                00001586
               MOVE '8' TO WRK-OPC-LISTA                                00001587
            WHEN OTHER                                                  00001586
               MOVE 'NENHUMA - ACIONE O SUPORTE'                        00001587
                  TO WRK-OPC-LISTA                                      00001588
            WHEN OPCAOI EQUAL '6' OR EIBAID EQUAL DFHPF7                00001892
               MOVE 'REAT' TO COM-FUNCAO                                00001894
               PERFORM 2100-ABRIR-FICHA                                 00001896
            WHEN OPCAOI EQUAL '7' OR EIBAID EQUAL DFHPF9                00001897
               PERFORM 2300-ABRIR-FERIAS                                00001898
            WHEN OPCAOI EQUAL '8' OR EIBAID EQUAL DFHPF10               00001899
               PERFORM 2400-ABRIR-APROVACAO                             00001900
            WHEN OTHER                                                  00001900
               MOVE 'OPCAO INVALIDA - INFORME 1 A 8' TO MMSGO           00001901
               PERFORM 7100-ENVIAR-MENU                                 00001920
            END-EVALUATE.                                               00001930
      *----------------------------------------------------             00001940
      *----------------------------------------------------             00002380
       2200-99-FIM.                                EXIT.                00002390
      *----------------------------------------------------             00002400
      *****************************************************             00002401
      *       A B R I R   F E R I A S                     *             00002402
      *****************************************************             00002403
      *----------------------------------------------------             00002404
       2300-ABRIR-FERIAS                          SECTION.              00002405
      *----------------------------------------------------             00002406
            MOVE 'V'    TO COM-TELA.                                    00002407
            MOVE 'FCON' TO COM-FUNCAO.                                  00002408
            MOVE SPACES TO COM-PROX-ID.                                 00002409
                                                                        00002410
            MOVE SPACES TO FERI01O.                                     00002411
            MOVE 'FERIAS - INFORME O ID E TECLE ENTER' TO VMSGO.        00002412
            PERFORM 7400-ENVIAR-FERIAS-ERASE.                           00002413
      *----------------------------------------------------             00002414
       2300-99-FIM.                                EXIT.                00002415
      *----------------------------------------------------             00002416
      *****************************************************             00002417
      *       A B R I R   A P R O V A C A O               *             00002418
      *****************************************************             00002419
      *----------------------------------------------------             00002420
       2400-ABRIR-APROVACAO                       SECTION.              00002421
      *----------------------------------------------------             00002422
      *        A TELA JA ABRE COM A PRIMEIRA PAGINA DE                  00002423
      *        PENDENCIAS (OU COM A RECUSA DO PERFIL).                  00002424
            MOVE 'A'    TO COM-TELA.                                    00002425
            MOVE 'PLIS' TO COM-FUNCAO.                                  00002426
            MOVE SPACES TO COM-PROX-ID.                                 00002427
            MOVE SPACES TO WRK-MENSAGEM.                                00002428
                                                                        00002429
            MOVE SPACES TO APRV01O.                                     00002430
            PERFORM 6100-LISTAR-PENDENCIAS.                             00002431
            PERFORM 7500-ENVIAR-APROVACAO-ERASE.                        00002432
      *----------------------------------------------------             00002433
       2400-99-FIM.                                EXIT.                00002434
      *----------------------------------------------------             00002435
      *****************************************************             00002410
      *       T R A T A R   F I C H A                     *             00002420
      *****************************************************             00002430
            MOVE FANOI      TO WRK-DTM-ANO.                             00002660
            MOVE WRK-DATA-MONTADA TO LNK-DATAADM.                       00002670
            MOVE FEMAILI    TO LNK-EMAIL.                               00002680
            MOVE FCARGOI    TO LNK-CARGO.                               00002681
            MOVE FCONFI     TO LNK-CONFIRMA.                            00002682
                                                                        00002690
      *        NA INATIVACAO A FICHA NAO TEM CAMPO PROPRIO PARA         00002692
      *        O MOTIVO DO DESLIGAMENTO: O OPERADOR DIGITA A            00002694
            MOVE LNK-DATAADM (4:2) TO FMESO.                            00002790
            MOVE LNK-DATAADM (7:4) TO FANOO.                            00002800
            MOVE LNK-EMAIL   TO FEMAILO.                                00002810
            MOVE LNK-CARGO   TO FCARGOO.                                00002811
            MOVE WRK-MENSAGEM TO FMSGO.                                 00002820
                                                                        00002830
            PERFORM 7250-ENVIAR-FICHA-DADOS.                            00002840
            MOVE LNK-DATAADM (4:2) TO FMESO.                            00003460
            MOVE LNK-DATAADM (7:4) TO FANOO.                            00003470
            MOVE LNK-EMAIL   TO FEMAILO.                                00003480
            MOVE LNK-CARGO   TO FCARGOO.                                00003481
            MOVE WRK-MENSAGEM TO FMSGO.                                 00003490
                                                                        00003500
            PERFORM 7200-ENVIAR-FICHA-ERASE.                            00003510
            PERFORM 7350-ENVIAR-LISTA-DADOS.                            00004020
      *----------------------------------------------------             00004030
       4200-99-FIM.                                EXIT.                00004040
      *----------------------------------------------------             00004041
      *****************************************************             00004042
      *       T R A T A R   F E R I A S                   *             00004043
      *****************************************************             00004044
      *----------------------------------------------------             00004045
       5000-TRATAR-FERIAS                         SECTION.              00004046
      *----------------------------------------------------             00004047
            IF EIBAID EQUAL DFHPF3                                      00004048
               PERFORM 2900-VOLTAR-MENU                                 00004049
            END-IF.                                                     00004050
                                                                        00004051
            INITIALIZE FERI01I.                                         00004052
            EXEC CICS RECEIVE                                           00004053
               MAPSET('F16CIM2')                                        00004054
               MAP('FERI01')                                            00004055
               INTO(FERI01I)                                            00004056
               RESP(WRK-RESP)                                           00004057
            END-EXEC.                                                   00004058
                                                                        00004059
      *        PF4 CANCELA A PROGRAMACAO; ENTER COM DATA DE             00004060
      *        INICIO PROGRAMA O GOZO; ENTER SO COM O ID CONSULTA.      00004061
            INITIALIZE WRK-AREA-FERIAS.                                 00004062
            MOVE VIDI TO LNK-FER-ID.                                    00004063
            EVALUATE TRUE                                               00004064
            WHEN EIBAID EQUAL DFHPF4                                    00004065
               MOVE 'FCAN' TO LNK-FER-TRANS                             00004066
            WHEN VDIAI NOT EQUAL SPACES AND VDIAI NOT EQUAL LOW-VALUES  00004067
               MOVE 'FPRG' TO LNK-FER-TRANS                             00004068
               MOVE VDIAI  TO WRK-DTM-DIA                               00004069
               MOVE VMESI  TO WRK-DTM-MES                               00004070
               MOVE VANOI  TO WRK-DTM-ANO                               00004071
               MOVE WRK-DATA-MONTADA TO LNK-FER-INICIO                  00004072
               MOVE VDIASI TO LNK-FER-DIAS                              00004073
            WHEN OTHER                                                  00004074
               MOVE 'FCON' TO LNK-FER-TRANS                             00004075
            END-EVALUATE.                                               00004076
            MOVE LNK-FER-TRANS TO COM-FUNCAO.                           00004077
                                                                        00004078
            PERFORM 8200-CHAMAR-FR16CIP5.                               00004079
            PERFORM 8300-TRADUZIR-STATUS-FERIAS.                        00004080
                                                                        00004081
            MOVE SPACES       TO FERI01O.                               00004082
            MOVE LNK-FER-ID   TO VIDO.                                  00004083
            MOVE LNK-FER-NOME TO VNOMEO.                                00004084
            IF LNK-FER-TRANS EQUAL 'FPRG'                               00004085
               AND LNK-FER-STATUS NOT EQUAL '1'                         00004086
               MOVE VDIAI  TO VDIAO                                     00004095
               MOVE VMESI  TO VMESO                                     00004096
               MOVE VANOI  TO VANOO                                     00004097
               MOVE VDIASI TO VDIASO                                    00004098
            END-IF.                                                     00004099
            IF LNK-FER-PER-INICIO NOT EQUAL SPACES                      00004100
               MOVE LNK-FER-PER-INICIO TO WRK-PTL-INICIO                00004101
               MOVE LNK-FER-PER-FIM    TO WRK-PTL-FIM                   00004102
               MOVE WRK-PERIODO-TELA   TO VPERO                         00004103
               MOVE LNK-FER-LIMITE     TO VLIMO                         00004104
               MOVE LNK-FER-SALDO      TO VSALDO                        00004105
            END-IF.                                                     00004106
            IF LNK-FER-PROG-INICIO NOT EQUAL SPACES                     00004107
               MOVE LNK-FER-PROG-INICIO TO WRK-PTL-INICIO               00004108
               MOVE LNK-FER-PROG-FIM    TO WRK-PTL-FIM                  00004109
               MOVE WRK-PERIODO-TELA    TO VPROGO                       00004110
            END-IF.                                                     00004111
            MOVE WRK-MENSAGEM TO VMSGO.                                 00004112
                                                                        00004113
            PERFORM 7450-ENVIAR-FERIAS-DADOS.                           00004114
      *----------------------------------------------------             00004115
       5000-99-FIM.                                EXIT.                00004116
      *----------------------------------------------------             00004117
      *****************************************************             00004118
      *       T R A T A R   A P R O V A C A O             *             00004119
      *****************************************************             00004120
      *----------------------------------------------------             00004121
       6000-TRATAR-APROVACAO                      SECTION.              00004122
      *----------------------------------------------------             00004123
            IF EIBAID EQUAL DFHPF3                                      00004124
               PERFORM 2900-VOLTAR-MENU                                 00004125
            END-IF.                                                     00004126
                                                                        00004127
            INITIALIZE APRV01I.                                         00004128
            EXEC CICS RECEIVE                                           00004129
               MAPSET('F16CIM2')                                        00004130
               MAP('APRV01')                                            00004131
               INTO(APRV01I)                                            00004132
               RESP(WRK-RESP)                                           00004133
            END-EXEC.                                                   00004134
                                                                        00004135
      *        ID + ACAO DECIDE A PENDENCIA E A LISTA RECOMECA DO       00004136
      *        INICIO; PF8 SEGUE PARA A PROXIMA PAGINA; ENTER SEM       00004137
      *        ID SO ATUALIZA A LISTA.                                  00004138
            MOVE SPACES TO WRK-MENSAGEM.                                00004139
            IF PSELI NOT EQUAL SPACES AND PSELI NOT EQUAL LOW-VALUES    00004140
               INITIALIZE WRK-AREA-APROV                                00004141
               MOVE PSELI TO LNK-APR-ID                                 00004142
               EVALUATE PACAOI                                          00004143
               WHEN 'A'                                                 00004144
                  MOVE 'PAPR' TO LNK-APR-TRANS                          00004145
               WHEN 'R'                                                 00004146
                  MOVE 'PREJ' TO LNK-APR-TRANS                          00004147
               WHEN OTHER                                               00004148
                  MOVE 'ACAO INVALIDA - USE A OU R' TO WRK-MENSAGEM     00004149
               END-EVALUATE                                             00004150
               IF WRK-MENSAGEM EQUAL SPACES                             00004151
                  MOVE LNK-APR-TRANS TO COM-FUNCAO                      00004152
                  PERFORM 8400-CHAMAR-FR16CIP6                          00004153
                  PERFORM 8500-TRADUZIR-STATUS-APROV                    00004154
               END-IF                                                   00004155
               MOVE SPACES TO COM-PROX-ID                               00004156
            ELSE                                                        00004157
               IF EIBAID NOT EQUAL DFHPF8                               00004158
                  MOVE SPACES TO COM-PROX-ID                            00004159
               END-IF                                                   00004160
            END-IF.                                                     00004161
                                                                        00004162
            MOVE SPACES TO APRV01O.                                     00004163
            PERFORM 6100-LISTAR-PENDENCIAS.                             00004164
            IF WRK-MENSAGEM NOT EQUAL SPACES                            00004165
               AND PACAOI NOT EQUAL 'A' AND PACAOI NOT EQUAL 'R'        00004166
               MOVE PSELI  TO PSELO                                     00004167
               MOVE PACAOI TO PACAOO                                    00004168
            END-IF.                                                     00004169
            PERFORM 7550-ENVIAR-APROVACAO-DADOS.                        00004170
      *----------------------------------------------------             00004171
       6000-99-FIM.                                EXIT.                00004172
      *----------------------------------------------------             00004173
      *****************************************************             00004174
      *       L I S T A R   P E N D E N C I A S           *             00004175
      *****************************************************             00004176
      *----------------------------------------------------             00004177
       6100-LISTAR-PENDENCIAS                     SECTION.              00004178
      *----------------------------------------------------             00004179
      *        A MENSAGEM DE UMA DECISAO JA TRADUZIDA TEM               00004180
      *        PRIORIDADE SOBRE A DA LISTA.                             00004181
            INITIALIZE WRK-AREA-APROV.                                  00004182
            MOVE 'PLIS'      TO LNK-APR-TRANS.                          00004183
            MOVE COM-PROX-ID TO LNK-APR-ID.                             00004184
                                                                        00004185
            PERFORM 8400-CHAMAR-FR16CIP6.                               00004186
                                                                        00004187
            IF LNK-APR-LISTA-QTDE GREATER THAN ZEROES                   00004188
               PERFORM VARYING WRK-IND FROM 1 BY 1                      00004189
                       UNTIL WRK-IND > LNK-APR-LISTA-QTDE               00004190
                  PERFORM 6150-MONTAR-LINHA                             00004191
                  MOVE WRK-LINHA-APROV TO PLINO (WRK-IND)               00004192
               END-PERFORM                                              00004193
            END-IF.                                                     00004194
                                                                        00004195
            IF WRK-MENSAGEM EQUAL SPACES                                00004196
               IF LNK-APR-STATUS EQUAL '1'                              00004197
                  MOVE 'ID + ACAO (A/R) E ENTER OU PF8 P/ MAIS'         00004198
                     TO WRK-MENSAGEM                                    00004199
               ELSE                                                     00004200
                  PERFORM 8500-TRADUZIR-STATUS-APROV                    00004201
               END-IF                                                   00004202
            END-IF.                                                     00004203
            MOVE WRK-MENSAGEM TO PMSGO.                                 00004204
                                                                        00004205
            MOVE LNK-APR-LISTA-PROX-ID TO COM-PROX-ID.                  00004206
            IF LNK-APR-LISTA-MAIS EQUAL 'S'                             00004207
               MOVE 'PF8 = PROXIMA PAGINA' TO PMAISO                    00004208
            ELSE                                                        00004209
               MOVE SPACES TO PMAISO                                    00004210
               MOVE SPACES TO COM-PROX-ID                               00004211
            END-IF.                                                     00004212
      *----------------------------------------------------             00004213
       6100-99-FIM.                                EXIT.                00004214
      *----------------------------------------------------             00004215
      *****************************************************             00004216
      *       M O N T A R   L I N H A   D A   L I S T A   *             00004217
      *****************************************************             00004218
      *----------------------------------------------------             00004219
       6150-MONTAR-LINHA                          SECTION.              00004220
      *----------------------------------------------------             00004221
            MOVE LNK-APR-LIS-ID (WRK-IND)       TO WRK-LAP-ID.          00004222
            MOVE LNK-APR-LIS-NOME (WRK-IND)     TO WRK-LAP-NOME.        00004223
            MOVE LNK-APR-LIS-SAL-ANT (WRK-IND)  TO WRK-LAP-SAL-ANT.     00004224
            MOVE LNK-APR-LIS-SAL-NOVO (WRK-IND) TO WRK-LAP-SAL-NOVO.    00004225
            MOVE LNK-APR-LIS-MAKER (WRK-IND)    TO WRK-LAP-MAKER.       00004226
                                                                        00004227
            MOVE LNK-APR-LIS-PERC (WRK-IND) TO WRK-PERC-SINAL.          00004228
            IF LNK-APR-LIS-TIPO (WRK-IND) EQUAL 'R'                     00004229
               COMPUTE WRK-PERC-SINAL = WRK-PERC-SINAL * -1             00004230
            END-IF.                                                     00004231
            MOVE WRK-PERC-SINAL TO WRK-LAP-PERC.                        00004232
                                                                        00004233
            MOVE LNK-APR-LIS-DATA (WRK-IND) (7:2) TO WRK-DTM-DIA.       00004234
            MOVE LNK-APR-LIS-DATA (WRK-IND) (5:2) TO WRK-DTM-MES.       00004235
            MOVE LNK-APR-LIS-DATA (WRK-IND) (1:4) TO WRK-DTM-ANO.       00004236
            MOVE WRK-DATA-MONTADA TO WRK-LAP-DATA.                      00004237
      *----------------------------------------------------             00004238
       6150-99-FIM.                                EXIT.                00004239
      *----------------------------------------------------             00004240
      *****************************************************             00004060
      *       V O L T A R   A O   M E N U                 *             00004070
      *****************************************************             00004080
      *----------------------------------------------------             00004980
       7350-99-FIM.                                EXIT.                00004990
      *----------------------------------------------------             00005000
      *****************************************************             00005001
      *       E N V I A R   F E R I A S   (E R A S E)     *             00005002
      *****************************************************             00005003
      *----------------------------------------------------             00005004
       7400-ENVIAR-FERIAS-ERASE                   SECTION.              00005005
      *----------------------------------------------------             00005006
            EXEC CICS SEND                                              00005007
               MAPSET('F16CIM2')                                        00005008
               MAP('FERI01')                                            00005009
               FROM(FERI01O)                                            00005010
               ERASE                                                    00005011
            END-EXEC.                                                   00005012
      *----------------------------------------------------             00005013
       7400-99-FIM.                                EXIT.                00005014
      *----------------------------------------------------             00005015
      *****************************************************             00005016
      *       E N V I A R   F E R I A S   (D A D O S)     *             00005017
      *****************************************************             00005018
      *----------------------------------------------------             00005019
       7450-ENVIAR-FERIAS-DADOS                   SECTION.              00005020
      *----------------------------------------------------             00005021
            EXEC CICS SEND                                              00005022
               MAPSET('F16CIM2')                                        00005023
               MAP('FERI01')                                            00005024
               FROM(FERI01O)                                            00005025
               DATAONLY                                                 00005026
            END-EXEC.                                                   00005027
      *----------------------------------------------------             00005028
       7450-99-FIM.                                EXIT.                00005029
      *----------------------------------------------------             00005030
      *****************************************************             00005031
      *   E N V I A R   A P R O V A C A O   (E R A S E)   *             00005032
      *****************************************************             00005033
      *----------------------------------------------------             00005034
       7500-ENVIAR-APROVACAO-ERASE                SECTION.              00005035
      *----------------------------------------------------             00005036
            EXEC CICS SEND                                              00005037
               MAPSET('F16CIM2')                                        00005038
               MAP('APRV01')                                            00005039
               FROM(APRV01O)                                            00005040
               ERASE                                                    00005041
            END-EXEC.                                                   00005042
      *----------------------------------------------------             00005043
       7500-99-FIM.                                EXIT.                00005044
      *----------------------------------------------------             00005045
      *****************************************************             00005046
      *   E N V I A R   A P R O V A C A O   (D A D O S)   *             00005047
      *****************************************************             00005048
      *----------------------------------------------------             00005049
       7550-ENVIAR-APROVACAO-DADOS                SECTION.              00005050
      *----------------------------------------------------             00005051
            EXEC CICS SEND                                              00005052
               MAPSET('F16CIM2')                                        00005053
               MAP('APRV01')                                            00005054
               FROM(APRV01O)                                            00005055
               DATAONLY                                                 00005056
            END-EXEC.                                                   00005057
      *----------------------------------------------------             00005058
       7550-99-FIM.                                EXIT.                00005059
      *----------------------------------------------------             00005060
      *****************************************************             00005010
      *   C H A M A R   A   F R 1 6 C I P 2               *             00005020
      *****************************************************             00005030
                  TO WRK-MENSAGEM                                       00005378
            WHEN 'J'                                                    00005380
               MOVE 'FUNCIONARIO JA ATIVO' TO WRK-MENSAGEM              00005382
            WHEN 'A'                                                    00005383
               MOVE 'SALARIO PENDENTE DE APROVACAO'                     00005384
                  TO WRK-MENSAGEM                                       00005385
            WHEN 'P'                                                    00005386
               MOVE 'JA HA ALTERACAO SALARIAL PENDENTE'                 00005387
                  TO WRK-MENSAGEM                                       00005388
            WHEN 'B'                                                    00005389
               MOVE 'BATCH EM ANDAMENTO - SO CONSULTA'                  00005390
                  TO WRK-MENSAGEM                                       00005391
            WHEN 'C'                                                    00005392
               MOVE 'CARGO INEXISTENTE OU INATIVO' TO WRK-MENSAGEM      00005393
            WHEN 'F'                                                    00005394
               MOVE 'SALARIO FORA DA FAIXA - CONFIRME COM S'            00005395
                  TO WRK-MENSAGEM                                       00005396
            WHEN OTHER                                                  00005370
               MOVE 'ERRO DE GRAVACAO - ACIONE O SUPORTE'               00005380
                  TO WRK-MENSAGEM                                       00005390
      *----------------------------------------------------             00005410
       8100-99-FIM.                                EXIT.                00005420
      *----------------------------------------------------             00005430
      *****************************************************             00005431
      *   C H A M A R   A   F R 1 6 C I P 5               *             00005432
      *****************************************************             00005433
      *----------------------------------------------------             00005434
       8200-CHAMAR-FR16CIP5                       SECTION.              00005435
      *----------------------------------------------------             00005436
            EXEC CICS LINK                                              00005437
               PROGRAM('FR16CIP5')                                      00005438
               COMMAREA(WRK-AREA-FERIAS)                                00005439
            END-EXEC.                                                   00005440
      *----------------------------------------------------             00005441
       8200-99-FIM.                                EXIT.                00005442
      *----------------------------------------------------             00005443
      *****************************************************             00005444
      *   T R A D U Z I R   S T A T U S   F E R I A S     *             00005445
      *****************************************************             00005446
      *----------------------------------------------------             00005447
       8300-TRADUZIR-STATUS-FERIAS                SECTION.              00005448
      *----------------------------------------------------             00005449
            EVALUATE LNK-FER-STATUS                                     00005450
            WHEN '1'                                                    00005451
               EVALUATE LNK-FER-TRANS                                   00005452
               WHEN 'FPRG'                                              00005453
                  MOVE 'FERIAS PROGRAMADAS COM SUCESSO'                 00005454
                     TO WRK-MENSAGEM                                    00005455
               WHEN 'FCAN'                                              00005456
                  MOVE 'PROGRAMACAO CANCELADA' TO WRK-MENSAGEM          00005457
               WHEN OTHER                                               00005458
                  MOVE 'INICIO + DIAS E ENTER P/ PROGRAMAR'             00005459
                     TO WRK-MENSAGEM                                    00005460
               END-EVALUATE                                             00005461
            WHEN '2'                                                    00005462
               MOVE 'FUNCIONARIO NAO ENCONTRADO' TO WRK-MENSAGEM        00005463
            WHEN '5'                                                    00005464
               MOVE 'DATA DE INICIO INVALIDA OU PASSADA'                00005465
                  TO WRK-MENSAGEM                                       00005466
            WHEN 'D'                                                    00005467
               MOVE 'DIAS INVALIDOS - MINIMO 5, ATE O SALDO'            00005468
                  TO WRK-MENSAGEM                                       00005469
            WHEN 'V'                                                    00005470
               MOVE 'SEM PERIODO DE FERIAS EM ABERTO'                   00005471
                  TO WRK-MENSAGEM                                       00005472
            WHEN 'P'                                                    00005473
               MOVE 'JA PROGRAMADAS - PF4 CANCELA A ATUAL'              00005474
                  TO WRK-MENSAGEM                                       00005475
            WHEN 'X'                                                    00005476
               MOVE 'NAO HA FERIAS PROGRAMADAS' TO WRK-MENSAGEM         00005477
            WHEN 'G'                                                    00005478
               MOVE 'FERIAS JA INICIADAS - NAO CANCELA'                 00005479
                  TO WRK-MENSAGEM                                       00005480
            WHEN 'N'                                                    00005481
               MOVE 'USUARIO SEM AUTORIZACAO P/ A FUNCAO'               00005482
                  TO WRK-MENSAGEM                                       00005483
            WHEN OTHER                                                  00005484
               MOVE 'ERRO DE GRAVACAO - ACIONE O SUPORTE'               00005485
                  TO WRK-MENSAGEM                                       00005486
            END-EVALUATE.                                               00005487
      *----------------------------------------------------             00005488
       8300-99-FIM.                                EXIT.                00005489
      *----------------------------------------------------             00005490
      *****************************************************             00005491
      *   C H A M A R   A   F R 1 6 C I P 6               *             00005492
      *****************************************************             00005493
      *----------------------------------------------------             00005494
       8400-CHAMAR-FR16CIP6                       SECTION.              00005495
      *----------------------------------------------------             00005496
            EXEC CICS LINK                                              00005497
               PROGRAM('FR16CIP6')                                      00005498
               COMMAREA(WRK-AREA-APROV)                                 00005499
            END-EXEC.                                                   00005500
      *----------------------------------------------------             00005501
       8400-99-FIM.                                EXIT.                00005502
      *----------------------------------------------------             00005503
      *****************************************************             00005504
      *   T R A D U Z I R   S T A T U S   A P R O V A C A O             00005505
      *****************************************************             00005506
      *----------------------------------------------------             00005507
       8500-TRADUZIR-STATUS-APROV                 SECTION.              00005508
      *----------------------------------------------------             00005509
            EVALUATE LNK-APR-STATUS                                     00005510
            WHEN '1'                                                    00005511
               IF LNK-APR-TRANS EQUAL 'PAPR'                            00005512
                  MOVE 'ALTERACAO APROVADA E GRAVADA NO FUNC'           00005513
                     TO WRK-MENSAGEM                                    00005514
               ELSE                                                     00005515
                  MOVE 'ALTERACAO REJEITADA' TO WRK-MENSAGEM            00005516
               END-IF                                                   00005517
            WHEN '2'                                                    00005518
               MOVE 'FUNCIONARIO INATIVO - REJEITE' TO WRK-MENSAGEM     00005519
            WHEN 'V'                                                    00005520
               MOVE 'NENHUMA ALTERACAO PENDENTE' TO WRK-MENSAGEM        00005521
            WHEN 'X'                                                    00005522
               MOVE 'ID SEM ALTERACAO PENDENTE' TO WRK-MENSAGEM         00005523
            WHEN 'M'                                                    00005524
               MOVE 'QUEM DIGITOU NAO PODE DECIDIR'                     00005525
                  TO WRK-MENSAGEM                                       00005526
            WHEN 'D'                                                    00005527
               MOVE 'SALARIO MUDOU DESDE O PEDIDO - REJEITE'            00005528
                  TO WRK-MENSAGEM                                       00005529
            WHEN 'B'                                                    00005530
               MOVE 'BATCH EM ANDAMENTO - APROVE DEPOIS'                00005531
                  TO WRK-MENSAGEM                                       00005532
            WHEN 'N'                                                    00005530
               MOVE 'USUARIO SEM AUTORIZACAO P/ A FUNCAO'               00005531
                  TO WRK-MENSAGEM                                       00005532
            WHEN OTHER                                                  00005533
               MOVE 'ERRO DE GRAVACAO - ACIONE O SUPORTE'               00005534
                  TO WRK-MENSAGEM                                       00005535
            END-EVALUATE.                                               00005536
      *----------------------------------------------------             00005537
       8500-99-FIM.                                EXIT.                00005538
      *----------------------------------------------------             00005539
      *****************************************************             00005440
      *       E N C E R R A R   S E S S A O               *             00005450
      *****************************************************             00005460
