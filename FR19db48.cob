      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB48.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO:                                                 *   00001200
      *       MANUTENCAO DA TABELA IVAN.AFAST (AFASTAMENTOS) NO     *   00001300
      *       MESMO DESENHO DO FR19DB32: LE UM LOTE DE TRANSACOES   *   00001400
      *       VIA SYSIN (UMA TRANSACAO POR GRUPO DE CARTOES,        *   00001500
      *       ENCERRADA POR ID = 99999) E APLICA NA TABELA. O       *   00001600
      *       IVAN.FUNC SO CONHECE ATIVO OU DESLIGADO; ESTA TABELA  *   00001700
      *       (IDFUNC, TIPO, INICIO, RETORNO PREVISTO, RETORNO      *   00001800
      *       EFETIVO) REGISTRA QUEM ESTA AFASTADO. A DESCARGA      *   00001900
      *       AFASUNL (FR19DB23) ALIMENTA O RATEIO MENSAL           *   00002000
      *       EMPRESA/INSS DO FR19DB49, O PERIODO AQUISITIVO DO     *   00002100
      *       FR19DB13, A COBERTURA DO FR19DB40 E O FR19DB36.       *   00002200
      *       TIPOS:                                                *   00002300
      *        DOENCA   - AUXILIO-DOENCA (15 DIAS EMPRESA, DEPOIS   *   00002400
      *                   INSS)                                     *   00002500
      *        ACIDENTE - ACIDENTE DE TRABALHO (IDEM)               *   00002600
      *        MATERNID - LICENCA-MATERNIDADE (INSS)                *   00002700
      *        SEMREMUN - LICENCA NAO REMUNERADA                    *   00002800
      *       OPERACOES (CHAVE = IDFUNC + DATA DE INICIO):          *   00002900
      *        INCLUSAO     - ABRE O AFASTAMENTO (REJEITA SE JA HA  *   00003000
      *                       OUTRO EM ABERTO PARA O FUNCIONARIO)   *   00003100
      *        ALTERACAO    - TROCA TIPO E RETORNO PREVISTO         *   00003200
      *        RETORNO      - GRAVA O RETORNO EFETIVO (FECHA)       *   00003300
      *        CANCELAMENTO - EXCLUI AFASTAMENTO LANCADO POR ENGANO *   00003400
      *       TODA TRANSACAO EXIGE QUE O FUNCIONARIO EXISTA EM      *   00003500
      *       IVAN.FUNC. UM CARTAO DE MODO (PROCESS/VALIDAR) ANTES  *   00003600
      *       DO LOTE PERMITE RODAR SO COM VALIDACAO.               *   00003700
      *       CARTOES DA TRANSACAO: OPERACAO / ID / TIPO / INICIO / *   00003800
      *       RETORNO PREVISTO / RETORNO EFETIVO (DATAS AAAA-MM-DD; *   00003900
      *       RETORNO EM BRANCO = NAO INFORMADO), CADA UM COM 10 DE *   00004000
      *       FILLER. O RETORNO EFETIVO E O PRIMEIRO DIA DE VOLTA   *   00004100
      *       AO TRABALHO.                                          *   00004200
      *       DEPOIS DO MODO VEM O CARTAO OPERADOR (COLS 11-18 O    *   00004212
      *       OPERADOR QUE DIGITOU O LOTE). ANTES DE APLICAR CADA   *   00004225
      *       TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL DELE  *   00004237
      *       PODE FAZER A OPERACAO (8 PRIMEIRAS POSICOES) NO       *   00004250
      *       FR19DB48 (DDS OPERADOR, PERMISSO E ACESSLOG); SEM     *   00004262
      *       PERMISSAO, OU COM OPERADOR DESCONHECIDO/INATIVO, A    *   00004275
      *       TRANSACAO E REJEITADA E O SYSOUT MOSTRA O OPERADOR.   *   00004287
      *-------------------------------------------------------------*   00004300
      *   BASE DE DADOS:                                            *   00004400
      *   TABELA.DB2..                                              *   00004500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004600
      *   IVAN.AFAST           I/O                 -----------      *   00004700
      *   IVAN.FUNC             I                  #BKFUNC----      *   00004800
      *-------------------------------------------------------------*   00004900
      *   MODULOS....:                             INCLUDE/BOOK     *   00005000
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00005050
      *=============================================================*   00005100
                                                                        00005200
      *=============================================================*   00005300
       ENVIRONMENT                               DIVISION.              00005400
      *=============================================================*   00005500
                                                                        00005600
      *=============================================================*   00005700
       CONFIGURATION                               SECTION.             00005800
      *=============================================================*   00005900
       SPECIAL-NAMES.                                                   00006000
           DECIMAL-POINT IS COMMA.                                      00006100
                                                                        00006200
      *=============================================================*   00006300
       DATA                                      DIVISION.              00006400
      *=============================================================*   00006500
      *=============================================================*   00006600
       WORKING-STORAGE                             SECTION.             00006700
      *=============================================================*   00006800
                                                                        00006900
           EXEC SQL                                                     00007000
              INCLUDE #BKFUNC                                           00007100
           END-EXEC.                                                    00007200
                                                                        00007300
           EXEC SQL                                                     00007400
              INCLUDE SQLCA                                             00007500
           END-EXEC.                                                    00007600
                                                                        00007700
      *----HOST VARIABLES DE IVAN.AFAST (SEM BOOK PROPRIO)----------*   00007800
       01 DB2-AFA-IDFUNC      PIC 9(05).                                00007900
       01 DB2-AFA-TIPO        PIC X(08).                                00008000
       01 DB2-AFA-DATAINI     PIC X(10).                                00008100
       01 DB2-AFA-RETPREV     PIC X(10).                                00008200
       01 DB2-AFA-RETREAL     PIC X(10).                                00008300
       77 WRK-NULL-RETPREV    PIC S9(4) COMP.                           00008400
       77 WRK-NULL-RETREAL    PIC S9(4) COMP.                           00008500
       77 WRK-QTD-ABERTOS     PIC S9(9) COMP.                           00008600
                                                                        00008700
       01 WRK-OPERACAO.                                                 00008800
          05 FILLER              PIC X(10).                             00008900
          05 WRK-OPERACAO-AC     PIC X(12).                             00009000
                                                                        00009100
       01 WRK-ID.                                                       00009200
          05 FILLER              PIC X(10).                             00009300
          05 WRK-ID-AC           PIC 9(05).                             00009400
                                                                        00009500
       01 WRK-TIPO.                                                     00009600
          05 FILLER              PIC X(10).                             00009700
          05 WRK-TIPO-AC         PIC X(08).                             00009800
             88 WRK-TIPO-VALIDO      VALUE 'DOENCA  ' 'ACIDENTE'        00009900
                                           'MATERNID' 'SEMREMUN'.       00010000
                                                                        00010100
       01 WRK-DATAINI.                                                  00010200
          05 FILLER              PIC X(10).                             00010300
          05 WRK-DATAINI-AC      PIC X(10).                             00010400
                                                                        00010500
       01 WRK-RETPREV.                                                  00010600
          05 FILLER              PIC X(10).                             00010700
          05 WRK-RETPREV-AC      PIC X(10).                             00010800
                                                                        00010900
       01 WRK-RETREAL.                                                  00011000
          05 FILLER              PIC X(10).                             00011100
          05 WRK-RETREAL-AC      PIC X(10).                             00011200
                                                                        00011220
       01 WRK-OPERCARD.                                                 00011240
          05 FILLER              PIC X(10).                             00011260
          05 WRK-OPERADOR-AC     PIC X(08).                             00011280
                                                                        00011300
       77 WRK-SQLCODE         PIC -999.                                 00011400
       77 WRK-SW-LOTE         PIC X(01) VALUE 'N'.                      00011500
           88 WRK-FIM-LOTE           VALUE 'S'.                         00011600
       77 WRK-SW-TRANS        PIC X(01) VALUE 'S'.                      00011700
           88 WRK-TRANS-VALIDA       VALUE 'S'.                         00011800
           88 WRK-TRANS-INVALIDA     VALUE 'N'.                         00011900
       77 WRK-SW-AFAST        PIC X(01) VALUE 'N'.                      00012000
           88 WRK-TEM-AFAST          VALUE 'S'.                         00012100
       77 WRK-REGPROCESSADOS  PIC 9(05) VALUE ZEROES.                   00012200
       77 WRK-REGREJEITADOS   PIC 9(05) VALUE ZEROES.                   00012300
       77 WRK-QTD-INCLUSAO    PIC 9(05) VALUE ZEROES.                   00012400
       77 WRK-QTD-ALTERACAO   PIC 9(05) VALUE ZEROES.                   00012500
       77 WRK-QTD-RETORNO     PIC 9(05) VALUE ZEROES.                   00012600
       77 WRK-QTD-CANCELA     PIC 9(05) VALUE ZEROES.                   00012700
       77 WRK-MODO-EXEC       PIC X(07) VALUE 'PROCESS'.                00012800
           88 WRK-MODO-NORMAL        VALUE 'PROCESS'.                   00012900
           88 WRK-MODO-SIMULACAO     VALUE 'VALIDAR'.                   00013000
                                                                        00013012
       01 FILLER          PIC X(64) VALUE                               00013025
           '-----------MATRIZ DE AUTORIZACAO (AUTORIZA)-----'.          00013037
                                                                        00013050
       77 WRK-AUTORIZA        PIC X(08) VALUE 'AUTORIZA'.               00013062
       77 WRK-QTD-NEGADA      PIC 9(05) VALUE ZEROES.                   00013075
       COPY '#GAUT'.                                                    00013087
                                                                        00013100
      *=============================================================*   00013200
       PROCEDURE DIVISION.                                              00013300
      *=============================================================*   00013400
                                                                        00013500
      *-------------------------------------------------------------*   00013600
       0000-PRINCIPAL                           SECTION.                00013700
      *-------------------------------------------------------------*   00013800
                                                                        00013900
            PERFORM  1000-INICIAR.                                      00014000
            PERFORM  1050-LER-TRANSACAO.                                00014100
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-LOTE.                 00014200
            PERFORM  3000-FINALIZAR.                                    00014300
            STOP RUN.                                                   00014400
                                                                        00014500
      *-------------------------------------------------------------*   00014600
       1000-INICIAR                             SECTION.                00014700
      *-------------------------------------------------------------*   00014800
                                                                        00014900
            MOVE 'N' TO WRK-SW-LOTE.                                    00015000
            ACCEPT WRK-MODO-EXEC FROM SYSIN.                            00015100
            IF WRK-MODO-EXEC EQUAL SPACES                               00015200
               MOVE 'PROCESS' TO WRK-MODO-EXEC                          00015300
            END-IF.                                                     00015400
            IF WRK-MODO-SIMULACAO                                       00015500
               DISPLAY ' MODO VALIDACAO - NENHUM DADO SERA GRAVADO '    00015600
            END-IF.                                                     00015700
            ACCEPT WRK-OPERCARD FROM SYSIN.                             00015750
                                                                        00015800
       1000-99-FIM.              EXIT.                                  00015900
      *-------------------------------------------------------------*   00016000
       1050-LER-TRANSACAO                       SECTION.                00016100
      *-------------------------------------------------------------*   00016200
                                                                        00016300
            ACCEPT WRK-OPERACAO.                                        00016400
            ACCEPT WRK-ID.                                              00016500
            ACCEPT WRK-TIPO.                                            00016600
            ACCEPT WRK-DATAINI.                                         00016700
            ACCEPT WRK-RETPREV.                                         00016800
            ACCEPT WRK-RETREAL.                                         00016900
            IF WRK-ID-AC EQUAL 99999                                    00017000
               MOVE 'S' TO WRK-SW-LOTE                                  00017100
            END-IF.                                                     00017200
                                                                        00017300
       1050-99-FIM.              EXIT.                                  00017400
      *-------------------------------------------------------------*   00017500
       1100-VALIDAR-TRANSACAO                   SECTION.                00017600
      *-------------------------------------------------------------*   00017700
      *   O FUNCIONARIO PRECISA EXISTIR EM IVAN.FUNC, A OPERACAO    *   00017800
      *   PRECISA SER CONHECIDA, A DATA DE INICIO PREENCHIDA E OS   *   00017900
      *   RETORNOS, QUANDO INFORMADOS, POSTERIORES AO INICIO. TIPO  *   00018000
      *   SO E EXIGIDO NA INCLUSAO E NA ALTERACAO; RETORNO EFETIVO  *   00018100
      *   SO NA OPERACAO RETORNO.                                   *   00018200
      *-------------------------------------------------------------*   00018300
                                                                        00018400
             MOVE 'S' TO WRK-SW-TRANS.                                  00018500
                                                                        00018600
             IF WRK-OPERACAO-AC NOT EQUAL 'INCLUSAO'                    00018700
                AND WRK-OPERACAO-AC NOT EQUAL 'ALTERACAO'               00018800
                AND WRK-OPERACAO-AC NOT EQUAL 'RETORNO'                 00018900
                AND WRK-OPERACAO-AC NOT EQUAL 'CANCELAMENTO'            00019000
               DISPLAY ' OPERACAO INVALIDA - IGNORADA '                 00019100
                       WRK-OPERACAO-AC                                  00019200
               MOVE 'N' TO WRK-SW-TRANS                                 00019300
             END-IF.                                                    00019400
                                                                        00019500
             IF WRK-ID-AC EQUAL 0 OR WRK-ID-AC NOT NUMERIC              00019600
               DISPLAY ' ID INVALIDO - TRANSACAO IGNORADA ' WRK-ID-AC   00019700
               MOVE 'N' TO WRK-SW-TRANS                                 00019800
             END-IF.                                                    00019900
                                                                        00020000
             IF WRK-DATAINI-AC EQUAL SPACES                             00020100
               DISPLAY ' DATA DE INICIO EM BRANCO - IGNORADA '          00020200
                       WRK-ID-AC                                        00020300
               MOVE 'N' TO WRK-SW-TRANS                                 00020400
             END-IF.                                                    00020500
                                                                        00020600
             IF (WRK-OPERACAO-AC EQUAL 'INCLUSAO'                       00020700
                 OR WRK-OPERACAO-AC EQUAL 'ALTERACAO')                  00020800
                AND NOT WRK-TIPO-VALIDO                                 00020900
               DISPLAY ' TIPO DE AFASTAMENTO INVALIDO - IGNORADA '      00021000
                       WRK-ID-AC ' ' WRK-TIPO-AC                        00021100
               MOVE 'N' TO WRK-SW-TRANS                                 00021200
             END-IF.                                                    00021300
                                                                        00021400
             IF WRK-RETPREV-AC NOT EQUAL SPACES                         00021500
                AND WRK-RETPREV-AC NOT GREATER WRK-DATAINI-AC           00021600
               DISPLAY ' RETORNO PREVISTO ANTES DO INICIO - IGNORADA '  00021700
                       WRK-ID-AC                                        00021800
               MOVE 'N' TO WRK-SW-TRANS                                 00021900
             END-IF.                                                    00022000
                                                                        00022100
             IF WRK-OPERACAO-AC EQUAL 'RETORNO'                         00022200
                AND (WRK-RETREAL-AC EQUAL SPACES                        00022300
                     OR WRK-RETREAL-AC NOT GREATER WRK-DATAINI-AC)      00022400
               DISPLAY ' RETORNO EFETIVO INVALIDO - IGNORADA '          00022500
                       WRK-ID-AC ' ' WRK-RETREAL-AC                     00022600
               MOVE 'N' TO WRK-SW-TRANS                                 00022700
             END-IF.                                                    00022800
                                                                        00022900
             IF WRK-TRANS-VALIDA                                        00023000
                MOVE WRK-ID-AC TO DB2-ID                                00023100
                EXEC SQL                                                00023200
                  SELECT ID INTO :DB2-ID                                00023300
                    FROM IVAN.FUNC                                      00023400
                   WHERE ID = :DB2-ID                                   00023500
                END-EXEC                                                00023600
                EVALUATE SQLCODE                                        00023700
                 WHEN 0                                                 00023800
                   CONTINUE                                             00023900
                 WHEN 100                                               00024000
                   DISPLAY ' FUNCIONARIO INEXISTENTE EM IVAN.FUNC '     00024100
                           WRK-ID-AC                                    00024200
                   MOVE 'N' TO WRK-SW-TRANS                             00024300
                 WHEN OTHER                                             00024400
                   MOVE SQLCODE TO WRK-SQLCODE                          00024500
                   DISPLAY ' ERRO ' WRK-SQLCODE ' NA LEITURA DO FUNC'   00024600
                   MOVE 'N' TO WRK-SW-TRANS                             00024700
                END-EVALUATE                                            00024800
             END-IF.                                                    00024900
                                                                        00025000
       1100-99-FIM.              EXIT.                                  00025100
      *-------------------------------------------------------------*   00025200
       2000-PROCESSAR                           SECTION.                00025300
      *-------------------------------------------------------------*   00025400
                                                                        00025500
            PERFORM 1100-VALIDAR-TRANSACAO.                             00025600
            IF WRK-TRANS-VALIDA                                         00025625
               PERFORM 2010-VERIFICAR-AUTORIZACAO                       00025650
            END-IF.                                                     00025675
            IF WRK-TRANS-VALIDA                                         00025700
               PERFORM 2020-LER-AFAST                                   00025800
            END-IF.                                                     00025900
            IF WRK-TRANS-VALIDA                                         00026000
               EVALUATE WRK-OPERACAO-AC                                 00026100
                WHEN 'INCLUSAO'                                         00026200
                  PERFORM 2100-INCLUIR                                  00026300
                WHEN 'ALTERACAO'                                        00026400
                  PERFORM 2200-ALTERAR                                  00026500
                WHEN 'RETORNO'                                          00026600
                  PERFORM 2250-REGISTRAR-RETORNO                        00026700
                WHEN 'CANCELAMENTO'                                     00026800
                  PERFORM 2300-CANCELAR                                 00026900
               END-EVALUATE                                             00027000
            ELSE                                                        00027100
               ADD 1 TO WRK-REGREJEITADOS                               00027200
            END-IF.                                                     00027300
                                                                        00027400
            PERFORM 1050-LER-TRANSACAO.                                 00027500
                                                                        00027600
       2000-99-FIM.              EXIT.                                  00027700
      *-------------------------------------------------------------*   00027703
       2010-VERIFICAR-AUTORIZACAO               SECTION.                00027706
      *-------------------------------------------------------------*   00027709
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00027712
      *   DA TRANSACAO NO FR19DB48 (MODULO AUTORIZA). SEM ELA, OU   *   00027716
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00027719
      *   REJEITADA. A CHAVE E A DO AFASTAMENTO (ID + INICIO).      *   00027722
      *-------------------------------------------------------------*   00027725
                                                                        00027729
            MOVE 'FR19DB48'      TO WRK-AUT-PROGRAMA.                   00027732
            MOVE WRK-OPERACAO-AC TO WRK-AUT-OPERACAO.                   00027735
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00027738
            MOVE SPACES          TO WRK-AUT-CHAVE.                      00027739
            MOVE WRK-ID-AC       TO WRK-AUT-CHAVE (1:5).                00027741
            MOVE WRK-DATAINI-AC  TO WRK-AUT-CHAVE (6:10).               00027745
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00027748
            IF NOT WRK-AUT-AUTORIZADO                                   00027751
               IF WRK-AUT-NEGADO                                        00027754
                  DISPLAY ' OPERADOR SEM PERMISSAO - TRANSACAO '        00027758
                          'REJEITADA ' WRK-ID-AC                        00027761
               ELSE                                                     00027764
                  DISPLAY ' OPERADOR INVALIDO - TRANSACAO '             00027767
                          'REJEITADA ' WRK-ID-AC                        00027770
               END-IF                                                   00027774
               DISPLAY '   OPERADOR: ' WRK-OPERADOR-AC ' - '            00027777
                       WRK-AUT-NOME ' PERFIL ' WRK-AUT-PERFIL           00027780
               ADD 1 TO WRK-QTD-NEGADA                                  00027783
               MOVE 'N' TO WRK-SW-TRANS                                 00027787
            END-IF.                                                     00027790
                                                                        00027793
       2010-99-FIM.              EXIT.                                  00027796
      *-------------------------------------------------------------*   00027800
       2020-LER-AFAST                           SECTION.                00027900
      *-------------------------------------------------------------*   00028000
            MOVE 'N' TO WRK-SW-AFAST.                                   00028100
            MOVE WRK-ID-AC      TO DB2-AFA-IDFUNC.                      00028200
            MOVE WRK-DATAINI-AC TO DB2-AFA-DATAINI.                     00028300
            EXEC SQL                                                    00028400
              SELECT IDFUNC, RETREAL                                    00028500
                INTO :DB2-AFA-IDFUNC,                                   00028600
                     :DB2-AFA-RETREAL :WRK-NULL-RETREAL                 00028700
                FROM IVAN.AFAST                                         00028800
               WHERE IDFUNC  = :DB2-AFA-IDFUNC                          00028900
                 AND DATAINI = :DB2-AFA-DATAINI                         00029000
            END-EXEC.                                                   00029100
            EVALUATE SQLCODE                                            00029200
             WHEN 0                                                     00029300
               MOVE 'S' TO WRK-SW-AFAST                                 00029400
             WHEN 100                                                   00029500
               CONTINUE                                                 00029600
             WHEN OTHER                                                 00029700
               MOVE SQLCODE TO WRK-SQLCODE                              00029800
               DISPLAY ' ERRO ' WRK-SQLCODE ' NA LEITURA DO AFAST'      00029900
               MOVE 'N' TO WRK-SW-TRANS                                 00030000
            END-EVALUATE.                                               00030100
       2020-99-FIM.              EXIT.                                  00030200
      *-------------------------------------------------------------*   00030300
       2050-CONTAR-ABERTOS                      SECTION.                00030400
      *-------------------------------------------------------------*   00030500
      *   AFASTAMENTOS DO FUNCIONARIO AINDA SEM RETORNO EFETIVO -   *   00030600
      *   SO PODE HAVER UM EM ABERTO POR VEZ.                       *   00030700
      *-------------------------------------------------------------*   00030800
            MOVE WRK-ID-AC TO DB2-AFA-IDFUNC.                           00030900
            EXEC SQL                                                    00031000
              SELECT COUNT(*) INTO :WRK-QTD-ABERTOS                     00031100
                FROM IVAN.AFAST                                         00031200
               WHERE IDFUNC = :DB2-AFA-IDFUNC                           00031300
                 AND RETREAL IS NULL                                    00031400
            END-EXEC.                                                   00031500
            IF SQLCODE NOT EQUAL 0                                      00031600
               MOVE SQLCODE TO WRK-SQLCODE                              00031700
               DISPLAY ' ERRO ' WRK-SQLCODE ' NA CONTAGEM DO AFAST'     00031800
               MOVE 1 TO WRK-QTD-ABERTOS                                00031900
            END-IF.                                                     00032000
       2050-99-FIM.              EXIT.                                  00032100
      *-------------------------------------------------------------*   00032200
       2100-INCLUIR                             SECTION.                00032300
      *-------------------------------------------------------------*   00032400
            IF NOT WRK-TEM-AFAST                                        00032500
               PERFORM 2050-CONTAR-ABERTOS                              00032600
            END-IF.                                                     00032700
            EVALUATE TRUE                                               00032800
              WHEN WRK-TEM-AFAST                                        00032900
                DISPLAY ' AFASTAMENTO JA CADASTRADO - IGNORADO '        00033000
                        WRK-ID-AC ' ' WRK-DATAINI-AC                    00033100
                ADD 1 TO WRK-REGREJEITADOS                              00033200
              WHEN WRK-QTD-ABERTOS GREATER ZERO                         00033300
                DISPLAY ' FUNCIONARIO JA AFASTADO SEM RETORNO - '       00033400
                        'IGNORADO ' WRK-ID-AC ' ' WRK-DATAINI-AC        00033500
                ADD 1 TO WRK-REGREJEITADOS                              00033600
              WHEN WRK-MODO-SIMULACAO                                   00033700
                DISPLAY ' VALIDAR: INCLUIRIA AFASTAMENTO '              00033800
                        WRK-ID-AC ' ' WRK-DATAINI-AC ' ' WRK-TIPO-AC    00033900
                ADD 1 TO WRK-REGPROCESSADOS                             00034000
              WHEN OTHER                                                00034100
                MOVE WRK-ID-AC      TO DB2-AFA-IDFUNC                   00034200
                MOVE WRK-TIPO-AC    TO DB2-AFA-TIPO                     00034300
                MOVE WRK-DATAINI-AC TO DB2-AFA-DATAINI                  00034400
                PERFORM 2900-MONTAR-RETPREV                             00034500
                EXEC SQL                                                00034600
                  INSERT INTO IVAN.AFAST                                00034700
                    (IDFUNC, TIPO, DATAINI, RETPREV, RETREAL)           00034800
                    VALUES (:DB2-AFA-IDFUNC, :DB2-AFA-TIPO,             00034900
                            :DB2-AFA-DATAINI,                           00035000
                            :DB2-AFA-RETPREV :WRK-NULL-RETPREV,         00035100
                            NULL)                                       00035200
                END-EXEC                                                00035300
                IF SQLCODE EQUAL 0                                      00035400
                   ADD 1 TO WRK-QTD-INCLUSAO                            00035500
                   ADD 1 TO WRK-REGPROCESSADOS                          00035600
                ELSE                                                    00035700
                   MOVE SQLCODE TO WRK-SQLCODE                          00035800
                   DISPLAY ' ERRO ' WRK-SQLCODE                         00035900
                           ' NO INSERT DO AFAST'                        00036000
                   ADD 1 TO WRK-REGREJEITADOS                           00036100
                END-IF                                                  00036200
            END-EVALUATE.                                               00036300
       2100-99-FIM.              EXIT.                                  00036400
      *-------------------------------------------------------------*   00036500
       2200-ALTERAR                             SECTION.                00036600
      *-------------------------------------------------------------*   00036700
            EVALUATE TRUE                                               00036800
              WHEN NOT WRK-TEM-AFAST                                    00036900
                DISPLAY ' AFASTAMENTO INEXISTENTE - IGNORADO '          00037000
                        WRK-ID-AC ' ' WRK-DATAINI-AC                    00037100
                ADD 1 TO WRK-REGREJEITADOS                              00037200
              WHEN WRK-MODO-SIMULACAO                                   00037300
                DISPLAY ' VALIDAR: ALTERARIA AFASTAMENTO '              00037400
                        WRK-ID-AC ' ' WRK-DATAINI-AC                    00037500
                ADD 1 TO WRK-REGPROCESSADOS                             00037600
              WHEN OTHER                                                00037700
                MOVE WRK-ID-AC      TO DB2-AFA-IDFUNC                   00037800
                MOVE WRK-TIPO-AC    TO DB2-AFA-TIPO                     00037900
                MOVE WRK-DATAINI-AC TO DB2-AFA-DATAINI                  00038000
                PERFORM 2900-MONTAR-RETPREV                             00038100
                EXEC SQL                                                00038200
                  UPDATE IVAN.AFAST                                     00038300
                     SET TIPO    = :DB2-AFA-TIPO,                       00038400
                         RETPREV = :DB2-AFA-RETPREV :WRK-NULL-RETPREV   00038500
                   WHERE IDFUNC  = :DB2-AFA-IDFUNC                      00038600
                     AND DATAINI = :DB2-AFA-DATAINI                     00038700
                END-EXEC                                                00038800
                IF SQLCODE EQUAL 0                                      00038900
                   ADD 1 TO WRK-QTD-ALTERACAO                           00039000
                   ADD 1 TO WRK-REGPROCESSADOS                          00039100
                ELSE                                                    00039200
                   MOVE SQLCODE TO WRK-SQLCODE                          00039300
                   DISPLAY ' ERRO ' WRK-SQLCODE                         00039400
                           ' NO UPDATE DO AFAST'                        00039500
                   ADD 1 TO WRK-REGREJEITADOS                           00039600
                END-IF                                                  00039700
            END-EVALUATE.                                               00039800
       2200-99-FIM.              EXIT.                                  00039900
      *-------------------------------------------------------------*   00040000
       2250-REGISTRAR-RETORNO                   SECTION.                00040100
      *-------------------------------------------------------------*   00040200
            EVALUATE TRUE                                               00040300
              WHEN NOT WRK-TEM-AFAST                                    00040400
                DISPLAY ' AFASTAMENTO INEXISTENTE - IGNORADO '          00040500
                        WRK-ID-AC ' ' WRK-DATAINI-AC                    00040600
                ADD 1 TO WRK-REGREJEITADOS                              00040700
              WHEN WRK-NULL-RETREAL EQUAL 0                             00040800
                DISPLAY ' AFASTAMENTO JA ENCERRADO EM '                 00040900
                        DB2-AFA-RETREAL ' - IGNORADO ' WRK-ID-AC        00041000
                ADD 1 TO WRK-REGREJEITADOS                              00041100
              WHEN WRK-MODO-SIMULACAO                                   00041200
                DISPLAY ' VALIDAR: ENCERRARIA AFASTAMENTO '             00041300
                        WRK-ID-AC ' ' WRK-DATAINI-AC                    00041400
                        ' RETORNO ' WRK-RETREAL-AC                      00041500
                ADD 1 TO WRK-REGPROCESSADOS                             00041600
              WHEN OTHER                                                00041700
                MOVE WRK-ID-AC      TO DB2-AFA-IDFUNC                   00041800
                MOVE WRK-DATAINI-AC TO DB2-AFA-DATAINI                  00041900
                MOVE WRK-RETREAL-AC TO DB2-AFA-RETREAL                  00042000
                EXEC SQL                                                00042100
                  UPDATE IVAN.AFAST                                     00042200
                     SET RETREAL = :DB2-AFA-RETREAL                     00042300
                   WHERE IDFUNC  = :DB2-AFA-IDFUNC                      00042400
                     AND DATAINI = :DB2-AFA-DATAINI                     00042500
                END-EXEC                                                00042600
                IF SQLCODE EQUAL 0                                      00042700
                   ADD 1 TO WRK-QTD-RETORNO                             00042800
                   ADD 1 TO WRK-REGPROCESSADOS                          00042900
                ELSE                                                    00043000
                   MOVE SQLCODE TO WRK-SQLCODE                          00043100
                   DISPLAY ' ERRO ' WRK-SQLCODE                         00043200
                           ' NO UPDATE DO AFAST'                        00043300
                   ADD 1 TO WRK-REGREJEITADOS                           00043400
                END-IF                                                  00043500
            END-EVALUATE.                                               00043600
       2250-99-FIM.              EXIT.                                  00043700
      *-------------------------------------------------------------*   00043800
       2300-CANCELAR                            SECTION.                00043900
      *-------------------------------------------------------------*   00044000
            EVALUATE TRUE                                               00044100
              WHEN NOT WRK-TEM-AFAST                                    00044200
                DISPLAY ' AFASTAMENTO INEXISTENTE - IGNORADO '          00044300
                        WRK-ID-AC ' ' WRK-DATAINI-AC                    00044400
                ADD 1 TO WRK-REGREJEITADOS                              00044500
              WHEN WRK-MODO-SIMULACAO                                   00044600
                DISPLAY ' VALIDAR: CANCELARIA AFASTAMENTO '             00044700
                        WRK-ID-AC ' ' WRK-DATAINI-AC                    00044800
                ADD 1 TO WRK-REGPROCESSADOS                             00044900
              WHEN OTHER                                                00045000
                MOVE WRK-ID-AC      TO DB2-AFA-IDFUNC                   00045100
                MOVE WRK-DATAINI-AC TO DB2-AFA-DATAINI                  00045200
                EXEC SQL                                                00045300
                  DELETE FROM IVAN.AFAST                                00045400
                   WHERE IDFUNC  = :DB2-AFA-IDFUNC                      00045500
                     AND DATAINI = :DB2-AFA-DATAINI                     00045600
                END-EXEC                                                00045700
                IF SQLCODE EQUAL 0                                      00045800
                   ADD 1 TO WRK-QTD-CANCELA                             00045900
                   ADD 1 TO WRK-REGPROCESSADOS                          00046000
                ELSE                                                    00046100
                   MOVE SQLCODE TO WRK-SQLCODE                          00046200
                   DISPLAY ' ERRO ' WRK-SQLCODE                         00046300
                           ' NO DELETE DO AFAST'                        00046400
                   ADD 1 TO WRK-REGREJEITADOS                           00046500
                END-IF                                                  00046600
            END-EVALUATE.                                               00046700
       2300-99-FIM.              EXIT.                                  00046800
      *-------------------------------------------------------------*   00046900
       2900-MONTAR-RETPREV                      SECTION.                00047000
      *-------------------------------------------------------------*   00047100
            IF WRK-RETPREV-AC EQUAL SPACES                              00047200
               MOVE -1 TO WRK-NULL-RETPREV                              00047300
               MOVE SPACES TO DB2-AFA-RETPREV                           00047400
            ELSE                                                        00047500
               MOVE 0 TO WRK-NULL-RETPREV                               00047600
               MOVE WRK-RETPREV-AC TO DB2-AFA-RETPREV                   00047700
            END-IF.                                                     00047800
       2900-99-FIM.              EXIT.                                  00047900
      *-------------------------------------------------------------*   00048000
       3000-FINALIZAR                           SECTION.                00048100
      *-------------------------------------------------------------*   00048200
              DISPLAY ' -----FIM DO PROGRAMA----- '.                    00048300
              DISPLAY ' MODO DE EXECUCAO......' WRK-MODO-EXEC.          00048400
              DISPLAY ' TRANSACOES APLICADAS..' WRK-REGPROCESSADOS.     00048500
              DISPLAY ' TRANSACOES REJEITADAS.' WRK-REGREJEITADOS.      00048600
              DISPLAY ' NEGADAS PELO AUTORIZA.' WRK-QTD-NEGADA.         00048650
              DISPLAY ' INCLUSOES.............' WRK-QTD-INCLUSAO.       00048700
              DISPLAY ' ALTERACOES............' WRK-QTD-ALTERACAO.      00048800
              DISPLAY ' RETORNOS..............' WRK-QTD-RETORNO.        00048900
              DISPLAY ' CANCELAMENTOS.........' WRK-QTD-CANCELA.        00049000
                                                                        00049100
       3000-99-FIM.              EXIT.                                  00049200
