      *            '7' JA CADASTRADO  '8' ERRO DE GRAVACAO *            00000240
      *            '9' SETOR COM FUNCIONARIO ATIVO         *            00000250
      *            'N' USUARIO SEM AUTORIZACAO             *            00000252
      *            'B' JANELA BATCH BLOQUEADA (SO CONSULTA)*            00000256
      *----------------------------------------------------*            00000260
      *   BASE DE DADOS:                                   *            00000270
      *   TABELA.VSAM                                      *            00000280
      *   FUNC       CADASTRO FUNCIONARIOS   I   F16CID1   *            00000310
      *   AUDIT      TRILHA DE AUDITORIA     O   F16CID3   *            00000320
      *   PERFIL     PERFIS DE AUTORIZACAO   I   F16CID8   *            00000322
      *   JANELA     CONTROLE JANELA BATCH   I   F16CIDD   *            00000326
      *====================================================*            00000330
      *====================================================             00000340
       ENVIRONMENT                               DIVISION.              00000350
                                                                        00000652
            COPY F16CID8.                                               00000654
                                                                        00000660
            COPY F16CIDD.                                               00000663
                                                                        00000666
       77 WRK-RESP            PIC S9(04) COMP.                          00000670
       77 WRK-ABSTIME         PIC S9(15) COMP-3.                        00000680
       77 WRK-SETOR-EM-USO    PIC X(01) VALUE 'N'.                      00000690
       77 WRK-RID-SETOR       PIC X(04) VALUE SPACES.                   00000700
       77 WRK-USERID          PIC X(08) VALUE SPACES.                   00000702
       77 WRK-AUTORIZADO      PIC X(01) VALUE 'S'.                      00000704
       77 WRK-STATUS-JANELA   PIC X(01) VALUE SPACES.                   00000707
                                                                        00000710
      *====================================================             00000720
       PROCEDURE                                 DIVISION.              00000730
      *        FUNCAO; TENTATIVA NEGADA SAI COM STATUS 'N' E VAI        00001124
      *        PARA A AUDITORIA COMO AS DEMAIS OPERACOES.               00001126
            PERFORM 2050-VERIFICAR-PERFIL.                              00001128
            PERFORM 2060-VERIFICAR-JANELA.                              00001129
                                                                        00001129
            IF WRK-AUTORIZADO EQUAL 'N'                                 00001130
               MOVE 'N' TO WRK-STATUS                                   00001132
            ELSE                                                        00001133
            IF WRK-STATUS-JANELA NOT EQUAL SPACES                       00001134
               MOVE WRK-STATUS-JANELA TO WRK-STATUS                     00001135
            ELSE                                                        00001137
            EVALUATE WRK-TRANS                                          00001136
              WHEN 'INCL'                                               00001140
                 PERFORM 2200-INCLUIR                                   00001150
              WHEN OTHER                                                00001200
                 PERFORM 2100-CONSULTAR                                 00001210
            END-EVALUATE                                                00001215
            END-IF                                                      00001217
            END-IF.                                                     00001220
                                                                        00001230
            PERFORM 2900-GRAVAR-AUDITORIA.                              00001240
      *----------------------------------------------------             00001300
       2050-99-FIM.                                EXIT.                00001301
      *----------------------------------------------------             00001302
      *****************************************************             00001303
      *     V E R I F I C A R   J A N E L A   B A T C H   *             00001304
      *****************************************************             00001305
      *----------------------------------------------------             00001306
       2060-VERIFICAR-JANELA                      SECTION.              00001307
      *----------------------------------------------------             00001308
      *        COM A JANELA BATCH BLOQUEADA (VER F16CIDD) A             00001309
      *        MANUTENCAO DE SETORES E RECUSADA COM STATUS 'B',         00001310
      *        COMO NA FR16CIP2; A CONSULTA CONTINUA LIVRE. SEM O       00001311
      *        REGISTRO A JANELA ESTA LIVRE; OUTRO ERRO NA              00001312
      *        LEITURA RECUSA COM '8'.                                  00001313
            MOVE SPACES TO WRK-STATUS-JANELA.                           00001314
                                                                        00001315
            EVALUATE WRK-TRANS                                          00001316
            WHEN 'INCL'                                                 00001317
            WHEN 'ALTE'                                                 00001318
            WHEN 'EXCL'                                                 00001319
               MOVE '1' TO JAN-CHAVE                                    00001320
               EXEC CICS READ                                           00001321
                 FILE ('JANELA')                                        00001322
                 RIDFLD(JAN-CHAVE)                                      00001323
                 INTO(JAN-REGISTRO)                                     00001324
                 RESP(WRK-RESP)                                         00001325
               END-EXEC                                                 00001326
               EVALUATE WRK-RESP                                        00001327
               WHEN DFHRESP(NORMAL)                                     00001328
                  IF JAN-SITUACAO EQUAL 'B'                             00001329
                     MOVE 'B' TO WRK-STATUS-JANELA                      00001330
                  END-IF                                                00001331
               WHEN DFHRESP(NOTFND)                                     00001332
                  CONTINUE                                              00001333
               WHEN OTHER                                               00001334
                  MOVE '8' TO WRK-STATUS-JANELA                         00001335
               END-EVALUATE                                             00001336
            WHEN OTHER                                                  00001337
               CONTINUE                                                 00001338
            END-EVALUATE.                                               00001339
      *----------------------------------------------------             00001340
       2060-99-FIM.                                EXIT.                00001341
      *----------------------------------------------------             00001342
      *****************************************************             00001280
      *       C O N S U L T A R   S E T O R               *             00001290
      *****************************************************             00001300
