      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB56.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO:                                                 *   00001200
      *       MANUTENCAO DA TABELA IVAN.QUADRO (QUADRO DE VAGAS)    *   00001300
      *       NO MESMO DESENHO DO FR19DB38: LE UM LOTE DE           *   00001400
      *       TRANSACOES VIA SYSIN (UMA TRANSACAO POR GRUPO DE      *   00001500
      *       CARTOES, ENCERRADA POR SETOR '9999') E APLICA NA      *   00001600
      *       TABELA. CADA POSICAO E UM SETOR + CARGO COM O NUMERO  *   00001700
      *       DE VAGAS APROVADAS E O SALARIO ORCADO POR VAGA. O     *   00001800
      *       FR19DB05 RECUSA ADMISSAO OU TRANSFERENCIA PARA        *   00001900
      *       POSICAO CHEIA (SALVO EXCECAO APROVADA NO FR19DB41) E  *   00002000
      *       O FR19DB57 COMPARA APROVADO X OCUPADO TODO MES.       *   00002100
      *       OPERACOES:                                            *   00002200
      *        INCLUSAO - CRIA A POSICAO (REJEITA SE JA EXISTIR,    *   00002300
      *                   SE O SETOR NAO EXISTIR EM IVAN.SETOR      *   00002400
      *                   OU SE O CARGO NAO ESTIVER ATIVO EM        *   00002500
      *                   IVAN.CARGO)                               *   00002600
      *        ALTERA   - TROCA VAGAS E/OU SALARIO ORCADO           *   00002700
      *                   (CARTAO EM BRANCO MANTEM O ATUAL);        *   00002800
      *                   VAGAS ABAIXO DOS OCUPADOS SAO ACEITAS     *   00002900
      *                   E APONTADAS - O EXCEDENTE SAI NO          *   00003000
      *                   RELATORIO MENSAL                          *   00003100
      *        EXCLUI   - REMOVE A POSICAO; RECUSADA ENQUANTO       *   00003200
      *                   IVAN.FUNC TIVER ATIVO NO SETOR + CARGO    *   00003300
      *       UM CARTAO DE MODO (PROCESS/VALIDAR) ANTES DO LOTE     *   00003400
      *       PERMITE RODAR SO COM VALIDACAO. TODA MUDANCA SAI NO   *   00003500
      *       RELATORIO DE MANUTENCAO RELQUAM.                      *   00003600
      *       CARTOES DA TRANSACAO: OPERACAO / SETOR / CARGO /      *   00003700
      *       VAGAS (9999) / SALARIO ORCADO (9(08)V99).             *   00003800
      *       DEPOIS DO MODO VEM O CARTAO OPERADOR (COLS 11-18 O    *   00003814
      *       OPERADOR QUE DIGITOU O LOTE). ANTES DE APLICAR CADA   *   00003828
      *       TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL DELE  *   00003842
      *       PODE FAZER A OPERACAO NO FR19DB56; SEM PERMISSAO, OU  *   00003857
      *       COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00003871
      *       RECUSADA E SAI NO RELQUAM COM O NOME DO OPERADOR.     *   00003885
      *-------------------------------------------------------------*   00003900
      *   BASE DE DADOS:                                            *   00004000
      *   TABELA.DB2..                                              *   00004100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004200
      *   IVAN.QUADRO          I/O                 -----------      *   00004300
      *   IVAN.SETOR            I                  -----------      *   00004400
      *   IVAN.CARGO            I                  -----------      *   00004500
      *   IVAN.FUNC             I                  -----------      *   00004600
      *-------------------------------------------------------------*   00004700
      *   ARQUIVOS...:                                              *   00004800
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004900
      *    RELQUAM              O                  -----------      *   00005000
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00005014
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00005028
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00005042
      *-------------------------------------------------------------*   00005057
      *   MODULOS....:                             INCLUDE/BOOK     *   00005071
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00005085
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
       INPUT-OUTPUT                                SECTION.             00006300
       FILE-CONTROL.                                                    00006400
            SELECT RELQUAM ASSIGN TO RELQUAM                            00006500
                 FILE STATUS IS WRK-FS-RELQUAM.                         00006600
                                                                        00006700
      *=============================================================*   00006800
       DATA                                      DIVISION.              00006900
      *=============================================================*   00007000
       FILE                                      SECTION.               00007100
      *-------------------LRECL 80----------------------------------*   00007200
       FD RELQUAM                                                       00007300
           RECORDING MODE IS F.                                         00007400
       01 FD-RELQUAM             PIC X(80).                             00007500
                                                                        00007600
      *=============================================================*   00007700
       WORKING-STORAGE                             SECTION.             00007800
      *=============================================================*   00007900
                                                                        00008000
           EXEC SQL                                                     00008100
              INCLUDE SQLCA                                             00008200
           END-EXEC.                                                    00008300
                                                                        00008400
       01 WRK-OPERACAO.                                                 00008500
          05 FILLER              PIC X(10).                             00008600
          05 WRK-OPERACAO-AC     PIC X(08).                             00008700
                                                                        00008800
       01 WRK-SETOR.                                                    00008900
          05 FILLER              PIC X(10).                             00009000
          05 WRK-SETOR-AC        PIC X(04).                             00009100
                                                                        00009200
       01 WRK-CARGO.                                                    00009300
          05 FILLER              PIC X(10).                             00009400
          05 WRK-CARGO-AC        PIC X(06).                             00009500
                                                                        00009600
       01 WRK-VAGAS.                                                    00009700
          05 FILLER              PIC X(10).                             00009800
          05 WRK-VAGAS-AC        PIC X(04).                             00009900
          05 WRK-VAGAS-N REDEFINES WRK-VAGAS-AC PIC 9(04).              00010000
                                                                        00010100
       01 WRK-SALARIO.                                                  00010200
          05 FILLER              PIC X(10).                             00010300
          05 WRK-SALARIO-AC      PIC X(10).                             00010400
          05 WRK-SALARIO-N REDEFINES WRK-SALARIO-AC PIC 9(08)V99.       00010500
                                                                        00010520
       01 WRK-OPERCARD.                                                 00010540
          05 FILLER              PIC X(10).                             00010560
          05 WRK-OPERADOR-AC     PIC X(08).                             00010580
                                                                        00010600
      *----HOST VARIABLES DE IVAN.QUADRO (SEM BOOK PROPRIO)---------*   00010700
       01 DB2-QDR-SETOR       PIC X(04).                                00010800
       01 DB2-QDR-CARGO       PIC X(06).                                00010900
       01 DB2-QDR-VAGAS       PIC S9(04) COMP.                          00011000
       01 DB2-QDR-SALORC      PIC S9(08)V99 COMP-3.                     00011100
       77 WRK-CONT-SETOR      PIC S9(04) COMP.                          00011200
       77 WRK-CONT-CARGO      PIC S9(04) COMP.                          00011300
       77 WRK-CONT-FUNC       PIC S9(04) COMP.                          00011400
       77 WRK-FS-RELQUAM      PIC 9(02).                                00011500
       77 WRK-SQLCODE         PIC -999.                                 00011600
       77 WRK-SW-LOTE         PIC X(01) VALUE 'N'.                      00011700
           88 WRK-FIM-LOTE           VALUE 'S'.                         00011800
       77 WRK-SW-TRANS        PIC X(01) VALUE 'S'.                      00011900
           88 WRK-TRANS-VALIDA       VALUE 'S'.                         00012000
           88 WRK-TRANS-INVALIDA     VALUE 'N'.                         00012100
       77 WRK-SW-QUADRO       PIC X(01) VALUE 'N'.                      00012200
           88 WRK-TEM-QUADRO         VALUE 'S'.                         00012300
       77 WRK-REGPROCESSADOS  PIC 9(05) VALUE ZEROES.                   00012400
       77 WRK-REGREJEITADOS   PIC 9(05) VALUE ZEROES.                   00012500
       77 WRK-QTD-INCLUSAO    PIC 9(05) VALUE ZEROES.                   00012600
       77 WRK-QTD-ALTERA      PIC 9(05) VALUE ZEROES.                   00012700
       77 WRK-QTD-EXCLUI      PIC 9(05) VALUE ZEROES.                   00012800
       77 WRK-MODO-EXEC       PIC X(07) VALUE 'PROCESS'.                00012900
           88 WRK-MODO-NORMAL        VALUE 'PROCESS'.                   00013000
           88 WRK-MODO-SIMULACAO     VALUE 'VALIDAR'.                   00013100
                                                                        00013110
       01 FILLER          PIC X(64) VALUE                               00013120
           '-----------MATRIZ DE AUTORIZACAO (AUTORIZA)-----'.          00013130
                                                                        00013140
       77 WRK-AUTORIZA        PIC X(08) VALUE 'AUTORIZA'.               00013150
       77 WRK-QTD-NEGADA      PIC 9(05) VALUE ZEROES.                   00013160
       77 WRK-SW-NEGADA       PIC X(01) VALUE 'N'.                      00013170
           88 WRK-TRANS-NEGADA       VALUE 'S'.                         00013180
       COPY '#GAUT'.                                                    00013190
                                                                        00013200
       01 WRK-LINHA-TITULO.                                             00013300
          05 FILLER              PIC X(46) VALUE                        00013400
             'MANUTENCAO DO QUADRO DE VAGAS (AUDITORIA)     '.          00013500
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00013600
          05 WRK-TIT-DATA        PIC 9(08).                             00013700
          05 FILLER              PIC X(18) VALUE SPACES.                00013800
                                                                        00013900
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00014000
                                                                        00014100
       01 WRK-LINHA-MANUT.                                              00014200
          05 WRK-MAN-OPERACAO    PIC X(08).                             00014300
          05 FILLER              PIC X(02) VALUE SPACES.                00014400
          05 WRK-MAN-SETOR       PIC X(04).                             00014500
          05 FILLER              PIC X(02) VALUE SPACES.                00014600
          05 WRK-MAN-CARGO       PIC X(06).                             00014700
          05 FILLER              PIC X(02) VALUE SPACES.                00014800
          05 WRK-MAN-VAGAS       PIC X(04).                             00014900
          05 FILLER              PIC X(02) VALUE SPACES.                00015000
          05 WRK-MAN-SALARIO     PIC X(13).                             00015100
          05 FILLER              PIC X(02) VALUE SPACES.                00015200
          05 WRK-MAN-RESULTADO   PIC X(30).                             00015300
          05 FILLER              PIC X(05) VALUE SPACES.                00015400
       77 WRK-MAN-SAL-ED         PIC ZZ.ZZZ.ZZ9,99.                     00015500
                                                                        00015509
       01 WRK-LINHA-NEGADO.                                             00015518
          05 FILLER              PIC X(10) VALUE SPACES.                00015527
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00015536
          05 WRK-NEG-OPERADOR    PIC X(08).                             00015545
          05 FILLER              PIC X(03) VALUE ' - '.                 00015554
          05 WRK-NEG-NOME        PIC X(30).                             00015563
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00015572
          05 WRK-NEG-PERFIL      PIC X(08).                             00015581
          05 FILLER              PIC X(03) VALUE SPACES.                00015590
                                                                        00015600
      *=============================================================*   00015700
       PROCEDURE DIVISION.                                              00015800
      *=============================================================*   00015900
                                                                        00016000
      *-------------------------------------------------------------*   00016100
       0000-PRINCIPAL                           SECTION.                00016200
      *-------------------------------------------------------------*   00016300
                                                                        00016400
            PERFORM  1000-INICIAR.                                      00016500
            PERFORM  1050-LER-TRANSACAO.                                00016600
            PERFORM  2000-PROCESSAR UNTIL WRK-FIM-LOTE.                 00016700
            PERFORM  3000-FINALIZAR.                                    00016800
            STOP RUN.                                                   00016900
                                                                        00017000
      *-------------------------------------------------------------*   00017100
       1000-INICIAR                             SECTION.                00017200
      *-------------------------------------------------------------*   00017300
                                                                        00017400
            MOVE 'N' TO WRK-SW-LOTE.                                    00017500
            OPEN OUTPUT RELQUAM.                                        00017600
            IF WRK-FS-RELQUAM NOT EQUAL 00                              00017700
               DISPLAY ' ERRO NO RELQUAM FS=' WRK-FS-RELQUAM            00017800
               MOVE 200 TO RETURN-CODE                                  00017900
               STOP RUN                                                 00018000
            END-IF.                                                     00018100
            ACCEPT WRK-TIT-DATA FROM DATE YYYYMMDD.                     00018200
            WRITE FD-RELQUAM FROM WRK-LINHA-TRACO.                      00018300
            WRITE FD-RELQUAM FROM WRK-LINHA-TITULO.                     00018400
            WRITE FD-RELQUAM FROM WRK-LINHA-TRACO.                      00018500
            ACCEPT WRK-MODO-EXEC FROM SYSIN.                            00018600
            IF WRK-MODO-EXEC EQUAL SPACES                               00018700
               MOVE 'PROCESS' TO WRK-MODO-EXEC                          00018800
            END-IF.                                                     00018900
            IF WRK-MODO-SIMULACAO                                       00019000
               DISPLAY ' MODO VALIDACAO - NENHUM DADO SERA GRAVADO '    00019100
            END-IF.                                                     00019200
            ACCEPT WRK-OPERCARD FROM SYSIN.                             00019250
                                                                        00019300
       1000-99-FIM.              EXIT.                                  00019400
      *-------------------------------------------------------------*   00019500
       1050-LER-TRANSACAO                       SECTION.                00019600
      *-------------------------------------------------------------*   00019700
                                                                        00019800
            ACCEPT WRK-OPERACAO.                                        00019900
            ACCEPT WRK-SETOR.                                           00020000
            ACCEPT WRK-CARGO.                                           00020100
            ACCEPT WRK-VAGAS.                                           00020200
            ACCEPT WRK-SALARIO.                                         00020300
            IF WRK-SETOR-AC EQUAL '9999'                                00020400
               MOVE 'S' TO WRK-SW-LOTE                                  00020500
            END-IF.                                                     00020600
                                                                        00020700
       1050-99-FIM.              EXIT.                                  00020800
      *-------------------------------------------------------------*   00020900
       2000-PROCESSAR                           SECTION.                00021000
      *-------------------------------------------------------------*   00021100
                                                                        00021200
            MOVE 'S' TO WRK-SW-TRANS.                                   00021300
            MOVE 'N' TO WRK-SW-NEGADA.                                  00021350
            IF WRK-OPERACAO-AC NOT EQUAL 'INCLUSAO'                     00021400
               AND WRK-OPERACAO-AC NOT EQUAL 'ALTERA  '                 00021500
               AND WRK-OPERACAO-AC NOT EQUAL 'EXCLUI  '                 00021600
               MOVE 'OPERACAO INVALIDA - IGNORADA   '                   00021700
                    TO WRK-MAN-RESULTADO                                00021800
               MOVE 'N' TO WRK-SW-TRANS                                 00021900
            END-IF.                                                     00022000
            IF WRK-SETOR-AC EQUAL SPACES                                00022100
               MOVE 'SETOR EM BRANCO - IGNORADA     '                   00022200
                    TO WRK-MAN-RESULTADO                                00022300
               MOVE 'N' TO WRK-SW-TRANS                                 00022400
            END-IF.                                                     00022500
            IF WRK-VAGAS-AC NOT EQUAL SPACES                            00022600
               AND WRK-VAGAS-N NOT NUMERIC                              00022700
               MOVE 'VAGAS NAO NUMERICAS - IGNORADA '                   00022800
                    TO WRK-MAN-RESULTADO                                00022900
               MOVE 'N' TO WRK-SW-TRANS                                 00023000
            END-IF.                                                     00023100
            IF WRK-SALARIO-AC NOT EQUAL SPACES                          00023200
               AND WRK-SALARIO-N NOT NUMERIC                            00023300
               MOVE 'SALARIO NAO NUMERICO - IGNORADA'                   00023400
                    TO WRK-MAN-RESULTADO                                00023500
               MOVE 'N' TO WRK-SW-TRANS                                 00023600
            END-IF.                                                     00023700
            IF WRK-TRANS-VALIDA                                         00023725
               PERFORM 2010-VERIFICAR-AUTORIZACAO                       00023750
            END-IF.                                                     00023775
            IF WRK-TRANS-VALIDA                                         00023800
               PERFORM 2020-LER-QUADRO                                  00023900
            END-IF.                                                     00024000
            IF WRK-TRANS-VALIDA                                         00024100
               EVALUATE WRK-OPERACAO-AC                                 00024200
                WHEN 'INCLUSAO'                                         00024300
                  PERFORM 2100-INCLUIR                                  00024400
                WHEN 'ALTERA  '                                         00024500
                  PERFORM 2200-ALTERAR                                  00024600
                WHEN 'EXCLUI  '                                         00024700
                  PERFORM 2300-EXCLUIR                                  00024800
               END-EVALUATE                                             00024900
            END-IF.                                                     00025000
            IF WRK-TRANS-VALIDA                                         00025100
               ADD 1 TO WRK-REGPROCESSADOS                              00025200
            ELSE                                                        00025300
               ADD 1 TO WRK-REGREJEITADOS                               00025400
            END-IF.                                                     00025500
            PERFORM 2900-LISTAR-MANUTENCAO.                             00025600
            IF WRK-TRANS-NEGADA                                         00025625
               WRITE FD-RELQUAM FROM WRK-LINHA-NEGADO                   00025650
            END-IF.                                                     00025675
            PERFORM 1050-LER-TRANSACAO.                                 00025700
                                                                        00025800
       2000-99-FIM.              EXIT.                                  00025900
      *-------------------------------------------------------------*   00025903
       2010-VERIFICAR-AUTORIZACAO               SECTION.                00025906
      *-------------------------------------------------------------*   00025909
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00025912
      *   DA TRANSACAO NO FR19DB56 (MODULO AUTORIZA). SEM ELA, OU   *   00025915
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00025918
      *   RECUSADA E O RELQUAM MOSTRA QUEM A DIGITOU. A CHAVE E A   *   00025921
      *   POSICAO (SETOR + CARGO).                                  *   00025924
      *-------------------------------------------------------------*   00025927
            MOVE 'FR19DB56'      TO WRK-AUT-PROGRAMA.                   00025930
            MOVE WRK-OPERACAO-AC TO WRK-AUT-OPERACAO.                   00025933
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00025936
            MOVE SPACES          TO WRK-AUT-CHAVE.                      00025939
            MOVE WRK-SETOR-AC    TO WRK-AUT-CHAVE (1:4).                00025942
            MOVE WRK-CARGO-AC    TO WRK-AUT-CHAVE (5:6).                00025945
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00025948
            IF NOT WRK-AUT-AUTORIZADO                                   00025951
               IF WRK-AUT-NEGADO                                        00025954
                  MOVE 'OPERADOR SEM PERMIS - RECUSADA'                 00025957
                       TO WRK-MAN-RESULTADO                             00025960
               ELSE                                                     00025963
                  MOVE 'OPERADOR INVALIDO - RECUSADA  '                 00025966
                       TO WRK-MAN-RESULTADO                             00025969
               END-IF                                                   00025972
               ADD 1 TO WRK-QTD-NEGADA                                  00025975
               MOVE 'N' TO WRK-SW-TRANS                                 00025978
               MOVE 'S' TO WRK-SW-NEGADA                                00025981
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00025984
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00025987
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00025990
            END-IF.                                                     00025993
       2010-99-FIM.              EXIT.                                  00025996
      *-------------------------------------------------------------*   00026000
       2020-LER-QUADRO                          SECTION.                00026100
      *-------------------------------------------------------------*   00026200
            MOVE 'N' TO WRK-SW-QUADRO.                                  00026300
            MOVE WRK-SETOR-AC TO DB2-QDR-SETOR.                         00026400
            MOVE WRK-CARGO-AC TO DB2-QDR-CARGO.                         00026500
            EXEC SQL                                                    00026600
              SELECT VAGAS, SALORC                                      00026700
                INTO :DB2-QDR-VAGAS, :DB2-QDR-SALORC                    00026800
                FROM IVAN.QUADRO                                        00026900
               WHERE SETOR = :DB2-QDR-SETOR                             00027000
                 AND CARGO = :DB2-QDR-CARGO                             00027100
            END-EXEC.                                                   00027200
            EVALUATE SQLCODE                                            00027300
             WHEN 0                                                     00027400
               MOVE 'S' TO WRK-SW-QUADRO                                00027500
             WHEN 100                                                   00027600
               CONTINUE                                                 00027700
             WHEN OTHER                                                 00027800
               MOVE SQLCODE TO WRK-SQLCODE                              00027900
               DISPLAY ' ERRO ' WRK-SQLCODE ' NA LEITURA DO QUADRO'     00028000
               MOVE 'ERRO DE SQL NA LEITURA         '                   00028100
                    TO WRK-MAN-RESULTADO                                00028200
               MOVE 'N' TO WRK-SW-TRANS                                 00028300
            END-EVALUATE.                                               00028400
       2020-99-FIM.              EXIT.                                  00028500
      *-------------------------------------------------------------*   00028600
       2050-CONTAR-OCUPADOS                     SECTION.                00028700
      *-------------------------------------------------------------*   00028800
            MOVE 0 TO WRK-CONT-FUNC.                                    00028900
            EXEC SQL                                                    00029000
              SELECT COUNT(*) INTO :WRK-CONT-FUNC                       00029100
                FROM IVAN.FUNC                                          00029200
               WHERE SETOR  = :DB2-QDR-SETOR                            00029300
                 AND CARGO  = :DB2-QDR-CARGO                            00029400
                 AND STATUS = 'A'                                       00029500
            END-EXEC.                                                   00029600
       2050-99-FIM.              EXIT.                                  00029700
      *-------------------------------------------------------------*   00029800
       2100-INCLUIR                             SECTION.                00029900
      *-------------------------------------------------------------*   00030000
      *   A POSICAO SO NASCE PARA SETOR EXISTENTE E CARGO ATIVO,    *   00030100
      *   COM VAGAS E SALARIO ORCADO INFORMADOS.                    *   00030200
      *-------------------------------------------------------------*   00030300
            MOVE 0 TO WRK-CONT-SETOR.                                   00030400
            MOVE 0 TO WRK-CONT-CARGO.                                   00030500
            IF NOT WRK-TEM-QUADRO                                       00030600
               EXEC SQL                                                 00030700
                 SELECT COUNT(*) INTO :WRK-CONT-SETOR                   00030800
                   FROM IVAN.SETOR                                      00030900
                  WHERE IDSETOR = :DB2-QDR-SETOR                        00031000
               END-EXEC                                                 00031100
               EXEC SQL                                                 00031200
                 SELECT COUNT(*) INTO :WRK-CONT-CARGO                   00031300
                   FROM IVAN.CARGO                                      00031400
                  WHERE CODIGO = :DB2-QDR-CARGO                         00031500
                    AND STATUS = 'A'                                    00031600
               END-EXEC                                                 00031700
            END-IF.                                                     00031800
            EVALUATE TRUE                                               00031900
              WHEN WRK-TEM-QUADRO                                       00032000
                MOVE 'POSICAO JA EXISTE - RECUSADA   '                  00032100
                     TO WRK-MAN-RESULTADO                               00032200
                MOVE 'N' TO WRK-SW-TRANS                                00032300
              WHEN WRK-CONT-SETOR EQUAL 0                               00032400
                MOVE 'SETOR INEXISTENTE - RECUSADA   '                  00032500
                     TO WRK-MAN-RESULTADO                               00032600
                MOVE 'N' TO WRK-SW-TRANS                                00032700
              WHEN WRK-CONT-CARGO EQUAL 0                               00032800
                MOVE 'CARGO INEXISTENTE/INATIVO-RECUS'                  00032900
                     TO WRK-MAN-RESULTADO                               00033000
                MOVE 'N' TO WRK-SW-TRANS                                00033100
              WHEN WRK-VAGAS-AC EQUAL SPACES                            00033200
                   OR WRK-SALARIO-AC EQUAL SPACES                       00033300
                MOVE 'VAGAS/SALARIO EM BRANCO-RECUSAD'                  00033400
                     TO WRK-MAN-RESULTADO                               00033500
                MOVE 'N' TO WRK-SW-TRANS                                00033600
              WHEN WRK-MODO-SIMULACAO                                   00033700
                MOVE 'MODO VALIDACAO - SERIA CRIADA  '                  00033800
                     TO WRK-MAN-RESULTADO                               00033900
              WHEN OTHER                                                00034000
                MOVE WRK-VAGAS-N   TO DB2-QDR-VAGAS                     00034100
                MOVE WRK-SALARIO-N TO DB2-QDR-SALORC                    00034200
                EXEC SQL                                                00034300
                  INSERT INTO IVAN.QUADRO                               00034400
                    (SETOR, CARGO, VAGAS, SALORC)                       00034500
                    VALUES (:DB2-QDR-SETOR, :DB2-QDR-CARGO,             00034600
                            :DB2-QDR-VAGAS, :DB2-QDR-SALORC)            00034700
                END-EXEC                                                00034800
                IF SQLCODE EQUAL 0                                      00034900
                   ADD 1 TO WRK-QTD-INCLUSAO                            00035000
                   MOVE 'POSICAO CRIADA                 '               00035100
                        TO WRK-MAN-RESULTADO                            00035200
                ELSE                                                    00035300
                   MOVE SQLCODE TO WRK-SQLCODE                          00035400
                   DISPLAY ' ERRO ' WRK-SQLCODE                         00035500
                           ' NO INSERT DO QUADRO'                       00035600
                   MOVE 'ERRO DE SQL NO INSERT          '               00035700
                        TO WRK-MAN-RESULTADO                            00035800
                   MOVE 'N' TO WRK-SW-TRANS                             00035900
                END-IF                                                  00036000
            END-EVALUATE.                                               00036100
       2100-99-FIM.              EXIT.                                  00036200
      *-------------------------------------------------------------*   00036300
       2200-ALTERAR                             SECTION.                00036400
      *-------------------------------------------------------------*   00036500
            EVALUATE TRUE                                               00036600
              WHEN NOT WRK-TEM-QUADRO                                   00036700
                MOVE 'POSICAO INEXISTENTE - RECUSADA '                  00036800
                     TO WRK-MAN-RESULTADO                               00036900
                MOVE 'N' TO WRK-SW-TRANS                                00037000
              WHEN WRK-MODO-SIMULACAO                                   00037100
                MOVE 'MODO VALIDACAO - SERIA ALTERADA'                  00037200
                     TO WRK-MAN-RESULTADO                               00037300
              WHEN OTHER                                                00037400
                IF WRK-VAGAS-AC NOT EQUAL SPACES                        00037500
                   MOVE WRK-VAGAS-N TO DB2-QDR-VAGAS                    00037600
                END-IF                                                  00037700
                IF WRK-SALARIO-AC NOT EQUAL SPACES                      00037800
                   MOVE WRK-SALARIO-N TO DB2-QDR-SALORC                 00037900
                END-IF                                                  00038000
                EXEC SQL                                                00038100
                  UPDATE IVAN.QUADRO                                    00038200
                     SET VAGAS  = :DB2-QDR-VAGAS,                       00038300
                         SALORC = :DB2-QDR-SALORC                       00038400
                   WHERE SETOR = :DB2-QDR-SETOR                         00038500
                     AND CARGO = :DB2-QDR-CARGO                         00038600
                END-EXEC                                                00038700
                IF SQLCODE EQUAL 0                                      00038800
                   ADD 1 TO WRK-QTD-ALTERA                              00038900
                   PERFORM 2050-CONTAR-OCUPADOS                         00039000
                   IF WRK-CONT-FUNC GREATER DB2-QDR-VAGAS               00039100
                      MOVE 'ALTERADA - VAGAS < OCUPADOS    '            00039200
                           TO WRK-MAN-RESULTADO                         00039300
                   ELSE                                                 00039400
                      MOVE 'POSICAO ALTERADA               '            00039500
                           TO WRK-MAN-RESULTADO                         00039600
                   END-IF                                               00039700
                ELSE                                                    00039800
                   MOVE SQLCODE TO WRK-SQLCODE                          00039900
                   DISPLAY ' ERRO ' WRK-SQLCODE                         00040000
                           ' NO UPDATE DO QUADRO'                       00040100
                   MOVE 'ERRO DE SQL NO UPDATE          '               00040200
                        TO WRK-MAN-RESULTADO                            00040300
                   MOVE 'N' TO WRK-SW-TRANS                             00040400
                END-IF                                                  00040500
            END-EVALUATE.                                               00040600
       2200-99-FIM.              EXIT.                                  00040700
      *-------------------------------------------------------------*   00040800
       2300-EXCLUIR                             SECTION.                00040900
      *-------------------------------------------------------------*   00041000
      *   A EXCLUSAO E RECUSADA ENQUANTO HOUVER ATIVO NA POSICAO,   *   00041100
      *   COMO O FR19DB38 FAZ COM O CARGO.                          *   00041200
      *-------------------------------------------------------------*   00041300
            MOVE 0 TO WRK-CONT-FUNC.                                    00041400
            IF WRK-TEM-QUADRO                                           00041500
               PERFORM 2050-CONTAR-OCUPADOS                             00041600
            END-IF.                                                     00041700
            EVALUATE TRUE                                               00041800
              WHEN NOT WRK-TEM-QUADRO                                   00041900
                MOVE 'POSICAO INEXISTENTE - RECUSADA '                  00042000
                     TO WRK-MAN-RESULTADO                               00042100
                MOVE 'N' TO WRK-SW-TRANS                                00042200
              WHEN WRK-CONT-FUNC GREATER 0                              00042300
                MOVE 'POSICAO OCUPADA - RECUSADA     '                  00042400
                     TO WRK-MAN-RESULTADO                               00042500
                MOVE 'N' TO WRK-SW-TRANS                                00042600
              WHEN WRK-MODO-SIMULACAO                                   00042700
                MOVE 'MODO VALIDACAO - SERIA EXCLUIDA'                  00042800
                     TO WRK-MAN-RESULTADO                               00042900
              WHEN OTHER                                                00043000
                PERFORM 2350-EXCLUIR-NO-BANCO                           00043100
            END-EVALUATE.                                               00043200
       2300-99-FIM.              EXIT.                                  00043300
      *-------------------------------------------------------------*   00043400
       2350-EXCLUIR-NO-BANCO                    SECTION.                00043500
      *-------------------------------------------------------------*   00043600
            EXEC SQL                                                    00043700
              DELETE FROM IVAN.QUADRO                                   00043800
               WHERE SETOR = :DB2-QDR-SETOR                             00043900
                 AND CARGO = :DB2-QDR-CARGO                             00044000
            END-EXEC.                                                   00044100
            IF SQLCODE EQUAL 0                                          00044200
               ADD 1 TO WRK-QTD-EXCLUI                                  00044300
               MOVE 'POSICAO EXCLUIDA               '                   00044400
                    TO WRK-MAN-RESULTADO                                00044500
            ELSE                                                        00044600
               MOVE SQLCODE TO WRK-SQLCODE                              00044700
               DISPLAY ' ERRO ' WRK-SQLCODE ' NO DELETE DO QUADRO'      00044800
               MOVE 'ERRO DE SQL NO DELETE          '                   00044900
                    TO WRK-MAN-RESULTADO                                00045000
               MOVE 'N' TO WRK-SW-TRANS                                 00045100
            END-IF.                                                     00045200
       2350-99-FIM.              EXIT.                                  00045300
      *-------------------------------------------------------------*   00045400
       2900-LISTAR-MANUTENCAO                   SECTION.                00045500
      *-------------------------------------------------------------*   00045600
            MOVE WRK-OPERACAO-AC TO WRK-MAN-OPERACAO.                   00045700
            MOVE WRK-SETOR-AC    TO WRK-MAN-SETOR.                      00045800
            MOVE WRK-CARGO-AC    TO WRK-MAN-CARGO.                      00045900
            MOVE WRK-VAGAS-AC    TO WRK-MAN-VAGAS.                      00046000
            IF WRK-SALARIO-AC NOT EQUAL SPACES                          00046100
               AND WRK-SALARIO-N NUMERIC                                00046200
               MOVE WRK-SALARIO-N  TO WRK-MAN-SAL-ED                    00046300
               MOVE WRK-MAN-SAL-ED TO WRK-MAN-SALARIO                   00046400
            ELSE                                                        00046500
               MOVE WRK-SALARIO-AC TO WRK-MAN-SALARIO                   00046600
            END-IF.                                                     00046700
            WRITE FD-RELQUAM FROM WRK-LINHA-MANUT.                      00046800
       2900-99-FIM.              EXIT.                                  00046900
      *-------------------------------------------------------------*   00047000
       3000-FINALIZAR                           SECTION.                00047100
      *-------------------------------------------------------------*   00047200
            WRITE FD-RELQUAM FROM WRK-LINHA-TRACO.                      00047300
            CLOSE RELQUAM.                                              00047400
              DISPLAY ' -----FIM DO PROGRAMA----- '.                    00047500
              DISPLAY ' MODO DE EXECUCAO......' WRK-MODO-EXEC.          00047600
              DISPLAY ' TRANSACOES APLICADAS..' WRK-REGPROCESSADOS.     00047700
              DISPLAY ' TRANSACOES REJEITADAS.' WRK-REGREJEITADOS.      00047800
              DISPLAY ' NEGADAS PELO AUTORIZA.' WRK-QTD-NEGADA.         00047850
              DISPLAY ' POSICOES CRIADAS......' WRK-QTD-INCLUSAO.       00047900
              DISPLAY ' POSICOES ALTERADAS....' WRK-QTD-ALTERA.         00048000
              DISPLAY ' POSICOES EXCLUIDAS....' WRK-QTD-EXCLUI.         00048100
       3000-99-FIM.              EXIT.                                  00048200
