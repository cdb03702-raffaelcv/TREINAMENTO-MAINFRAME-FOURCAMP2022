      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB61.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: MANUTENCAO DO MASTER DE ADESAO AOS VALES        *   00001200
      *    (VALES) - VALE-REFEICAO (VR) E VALE-TRANSPORTE (VT) POR  *   00001300
      *    FUNCIONARIO. CASA O MASTER ATUAL (POR IDFUNC + TIPO DE   *   00001400
      *    VALE) COM O ARQUIVO DE TRANSACOES (TRANSVAL) E GRAVA O   *   00001500
      *    MASTER NOVO (VALNOVO). OPERACOES:                        *   00001600
      *     INCLUI   - CADASTRA A ADESAO (REJEITA SE A CHAVE JA     *   00001700
      *                EXISTE)                                      *   00001800
      *     ALTERA   - TROCA OS CAMPOS INFORMADOS (FORNECEDOR,      *   00001900
      *                VALOR DIARIO, QUANTIDADE POR DIA)            *   00002000
      *     SUSPENDE - STATUS S (O VALE NAO E COMPRADO PELO         *   00002100
      *                FR19DB62)                                    *   00002200
      *     REATIVA  - STATUS A                                     *   00002300
      *     EXCLUI   - ENCERRA A ADESAO (SAI DO MASTER)             *   00002400
      *    VALOR DIARIO: NO VR, O VALOR DE CADA REFEICAO; NO VT, O  *   00002500
      *    VALOR DE CADA PASSAGEM. QUANTIDADE POR DIA: REFEICOES    *   00002600
      *    OU PASSAGENS POR DIA UTIL TRABALHADO.                    *   00002700
      *    TODA TRANSACAO SAI NO RELATORIO RELVALM.                 *   00002800
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00002814
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). ANTES DE APLICAR   *   00002828
      *    CADA TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL     *   00002842
      *    DELE PODE FAZER A OPERACAO NO FR19DB61; SEM PERMISSAO,   *   00002857
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00002871
      *    RECUSADA E SAI NO RELVALM COM O NOME DO OPERADOR.        *   00002885
      *-------------------------------------------------------------*   00002900
      *   ARQUIVOS...:                                              *   00003000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003100
      *    VALES                I                  -----------      *   00003200
      *    TRANSVAL             I                  -----------      *   00003300
      *    VALNOVO              O                  -----------      *   00003400
      *    RELVALM              O                  -----------      *   00003500
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003525
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003550
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003575
      *-------------------------------------------------------------*   00003600
      *   MODULOS....:                             INCLUDE/BOOK     *   00003700
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00003800
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00003850
      *=============================================================*   00003900
                                                                        00004000
      *=============================================================*   00004100
       ENVIRONMENT                               DIVISION.              00004200
      *=============================================================*   00004300
                                                                        00004400
      *=============================================================*   00004500
       CONFIGURATION                               SECTION.             00004600
      *=============================================================*   00004700
       SPECIAL-NAMES.                                                   00004800
           DECIMAL-POINT IS COMMA.                                      00004900
                                                                        00005000
       INPUT-OUTPUT                                SECTION.             00005100
       FILE-CONTROL.                                                    00005200
            SELECT VALES ASSIGN TO VALES                                00005300
                 FILE STATUS IS WRK-FS-VALES.                           00005400
                                                                        00005500
            SELECT TRANSVAL ASSIGN TO TRANSVAL                          00005600
                 FILE STATUS IS WRK-FS-TRANSVAL.                        00005700
                                                                        00005800
            SELECT VALNOVO ASSIGN TO VALNOVO                            00005900
                 FILE STATUS IS WRK-FS-VALNOVO.                         00006000
                                                                        00006100
            SELECT RELVALM ASSIGN TO RELVALM                            00006200
                 FILE STATUS IS WRK-FS-RELVALM.                         00006300
                                                                        00006400
      *=============================================================*   00006500
       DATA                                      DIVISION.              00006600
      *=============================================================*   00006700
       FILE                                      SECTION.               00006800
      *-------------------LRECL 40----------------------------------*   00006900
       FD VALES                                                         00007000
           RECORDING MODE IS F                                          00007100
           LABEL RECORD IS STANDARD                                     00007200
           BLOCK CONTAINS 0 RECORDS.                                    00007300
       01 FD-VALES.                                                     00007400
          05 FD-VAL-CHAVE.                                              00007500
             10 FD-VAL-IDFUNC   PIC 9(05).                              00007600
             10 FD-VAL-TIPO     PIC X(02).                              00007700
          05 FD-VAL-FORNEC      PIC X(06).                              00007800
          05 FD-VAL-VALORDIA    PIC 9(04)V99.                           00007900
          05 FD-VAL-QTDDIA      PIC 9(02).                              00008000
          05 FD-VAL-STATUS      PIC X(01).                              00008100
          05 FILLER             PIC X(18).                              00008200
                                                                        00008300
      *-------------------LRECL 40----------------------------------*   00008400
       FD TRANSVAL                                                      00008500
           RECORDING MODE IS F                                          00008600
           LABEL RECORD IS STANDARD                                     00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
       01 FD-TRANSVAL.                                                  00008900
          05 FD-TRV-OPERACAO    PIC X(08).                              00009000
          05 FD-TRV-CHAVE.                                              00009100
             10 FD-TRV-IDFUNC   PIC 9(05).                              00009200
             10 FD-TRV-TIPO     PIC X(02).                              00009300
          05 FD-TRV-FORNEC      PIC X(06).                              00009400
          05 FD-TRV-VALORDIA    PIC 9(04)V99.                           00009500
          05 FD-TRV-QTDDIA      PIC 9(02).                              00009600
          05 FILLER             PIC X(11).                              00009700
                                                                        00009800
      *-------------------LRECL 40----------------------------------*   00009900
       FD VALNOVO                                                       00010000
           RECORDING MODE IS F.                                         00010100
       01 FD-VALNOVO             PIC X(40).                             00010200
                                                                        00010300
      *-------------------LRECL 80----------------------------------*   00010400
       FD RELVALM                                                       00010500
           RECORDING MODE IS F.                                         00010600
       01 FD-RELVALM             PIC X(80).                             00010700
                                                                        00010800
      *=============================================================*   00010900
       WORKING-STORAGE                             SECTION.             00011000
      *=============================================================*   00011100
                                                                        00011200
       01 FILLER          PIC X(64) VALUE                               00011300
           '-----------BOOK LOGERROS------------------------'.          00011400
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00011500
       COPY '#GLOG'.                                                    00011600
      *-------------------------------------------------------------*   00011700
                                                                        00011714
       01 FILLER          PIC X(64) VALUE                               00011728
           '-----------BOOK AUTORIZA------------------------'.          00011742
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00011757
       COPY '#GAUT'.                                                    00011771
      *-------------------------------------------------------------*   00011785
                                                                        00011800
       01 FILLER          PIC X(64) VALUE                               00011900
           '-----------VARIAVEIS DE STATUS------------------'.          00012000
                                                                        00012100
       77 WRK-FS-VALES    PIC 9(02).                                    00012200
       77 WRK-FS-TRANSVAL PIC 9(02).                                    00012300
       77 WRK-FS-VALNOVO  PIC 9(02).                                    00012400
       77 WRK-FS-RELVALM  PIC 9(02).                                    00012500
                                                                        00012600
       01 FILLER          PIC X(64) VALUE                               00012700
           '-----------CONTADORES E CONTROLES---------------'.          00012800
                                                                        00012900
       77 WRK-REGMASTER   PIC 9(05) VALUE ZEROES.                       00013000
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00013100
       77 WRK-REGNOVO     PIC 9(05) VALUE ZEROES.                       00013200
       77 WRK-QTD-INCLUI  PIC 9(05) VALUE ZEROES.                       00013300
       77 WRK-QTD-ALTERA  PIC 9(05) VALUE ZEROES.                       00013400
       77 WRK-QTD-SUSPENDE PIC 9(05) VALUE ZEROES.                      00013500
       77 WRK-QTD-REATIVA PIC 9(05) VALUE ZEROES.                       00013600
       77 WRK-QTD-EXCLUI  PIC 9(05) VALUE ZEROES.                       00013700
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00013800
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00013850
                                                                        00013900
       77 WRK-SW-EXCLUIDO PIC X(01) VALUE 'N'.                          00014000
           88 WRK-VAL-EXCLUIDO      VALUE 'S'.                          00014100
       77 WRK-SW-VALIDA   PIC X(01) VALUE 'N'.                          00014200
           88 WRK-VAL-VALIDO        VALUE 'S'.                          00014300
       77 WRK-ULT-INCLUSAO PIC X(07) VALUE SPACES.                      00014400
                                                                        00014500
      *----ADESAO NOVA OU ALTERADA EM MONTAGEM-----------------------*  00014600
       01 WRK-REG-VALNOVO.                                              00014700
          05 WRK-VNV-CHAVE.                                             00014800
             10 WRK-VNV-IDFUNC  PIC 9(05).                              00014900
             10 WRK-VNV-TIPO    PIC X(02).                              00015000
          05 WRK-VNV-FORNEC     PIC X(06).                              00015100
          05 WRK-VNV-VALORDIA   PIC 9(04)V99.                           00015200
          05 WRK-VNV-QTDDIA     PIC 9(02).                              00015300
          05 WRK-VNV-STATUS     PIC X(01).                              00015400
          05 FILLER             PIC X(18).                              00015500
                                                                        00015600
       01 FILLER          PIC X(64) VALUE                               00015700
           '-----------LINHAS DO RELATORIO------------------'.          00015800
                                                                        00015900
       01 WRK-LINHA-TITULO.                                             00016000
          05 FILLER              PIC X(46) VALUE                        00016100
             'MANUTENCAO DE ADESAO AOS VALES (AUDITORIA)    '.          00016200
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00016300
          05 WRK-TIT-DATA        PIC 9(08).                             00016400
          05 FILLER              PIC X(18) VALUE SPACES.                00016500
                                                                        00016600
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00016700
                                                                        00016800
       01 WRK-LINHA-AUDIT.                                              00016900
          05 WRK-AUD-OPERACAO    PIC X(08).                             00017000
          05 FILLER              PIC X(02) VALUE SPACES.                00017100
          05 WRK-AUD-IDFUNC      PIC 9(05).                             00017200
          05 FILLER              PIC X(01) VALUE '-'.                   00017300
          05 WRK-AUD-TIPO        PIC X(02).                             00017400
          05 FILLER              PIC X(02) VALUE SPACES.                00017500
          05 WRK-AUD-FORNEC      PIC X(06).                             00017600
          05 FILLER              PIC X(02) VALUE SPACES.                00017700
          05 WRK-AUD-RESULTADO   PIC X(27).                             00017800
          05 FILLER              PIC X(25) VALUE SPACES.                00017900
                                                                        00017906
       01 WRK-OPERCARD.                                                 00017913
          05 FILLER              PIC X(10).                             00017920
          05 WRK-OPERADOR-AC     PIC X(08).                             00017926
                                                                        00017933
       01 WRK-LINHA-NEGADO.                                             00017940
          05 FILLER              PIC X(10) VALUE SPACES.                00017946
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00017953
          05 WRK-NEG-OPERADOR    PIC X(08).                             00017960
          05 FILLER              PIC X(03) VALUE ' - '.                 00017966
          05 WRK-NEG-NOME        PIC X(30).                             00017973
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00017980
          05 WRK-NEG-PERFIL      PIC X(08).                             00017986
          05 FILLER              PIC X(03) VALUE SPACES.                00017993
                                                                        00018000
      *=============================================================*   00018100
       PROCEDURE DIVISION.                                              00018200
      *=============================================================*   00018300
                                                                        00018400
      *-------------------------------------------------------------*   00018500
       0000-PRINCIPAL                           SECTION.                00018600
      *-------------------------------------------------------------*   00018700
                                                                        00018800
            PERFORM  1000-INICIAR.                                      00018900
                                                                        00019000
            PERFORM  1100-LER-VALES.                                    00019100
            PERFORM  1200-LER-TRANSVAL.                                 00019200
                                                                        00019300
            PERFORM  2000-PROCESSAR UNTIL FD-VAL-IDFUNC EQUAL 99999     00019400
                                      AND FD-TRV-IDFUNC EQUAL 99999.    00019500
            PERFORM  3000-FINALIZAR.                                    00019600
                                                                        00019700
            STOP RUN.                                                   00019800
                                                                        00019900
      *-------------------------------------------------------------*   00020000
       1000-INICIAR                             SECTION.                00020100
      *-------------------------------------------------------------*   00020200
             OPEN INPUT  VALES TRANSVAL                                 00020300
                  OUTPUT VALNOVO RELVALM.                               00020400
                                                                        00020500
               PERFORM 4000-TESTARSTATUS.                               00020600
                                                                        00020700
               ACCEPT WRK-TIT-DATA FROM DATE YYYYMMDD.                  00020800
                                                                        00020900
               WRITE FD-RELVALM FROM WRK-LINHA-TRACO.                   00021000
               WRITE FD-RELVALM FROM WRK-LINHA-TITULO.                  00021100
               WRITE FD-RELVALM FROM WRK-LINHA-TRACO.                   00021200
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00021250
                                                                        00021300
       1000-99-FIM.              EXIT.                                  00021400
      *-------------------------------------------------------------*   00021500
       1100-LER-VALES                           SECTION.                00021600
      *-------------------------------------------------------------*   00021700
                 READ VALES                                             00021800
                   AT END                                               00021900
                     MOVE 99999 TO FD-VAL-IDFUNC                        00022000
                     MOVE 'ZZ'  TO FD-VAL-TIPO                          00022100
                 END-READ.                                              00022200
                 PERFORM 4100-TESTARSTATUS-VALES.                       00022300
                 IF WRK-FS-VALES EQUAL 00                               00022400
                    ADD 1 TO WRK-REGMASTER                              00022500
                 END-IF.                                                00022600
                 MOVE 'N' TO WRK-SW-EXCLUIDO.                           00022700
                                                                        00022800
       1100-99-FIM.              EXIT.                                  00022900
      *-------------------------------------------------------------*   00023000
       1200-LER-TRANSVAL                        SECTION.                00023100
      *-------------------------------------------------------------*   00023200
                 READ TRANSVAL                                          00023300
                   AT END                                               00023400
                     MOVE 99999 TO FD-TRV-IDFUNC                        00023500
                     MOVE 'ZZ'  TO FD-TRV-TIPO                          00023600
                 END-READ.                                              00023700
                 PERFORM 4200-TESTARSTATUS-TRANSVAL.                    00023800
                 IF WRK-FS-TRANSVAL EQUAL 00                            00023900
                    ADD 1 TO WRK-REGTRANS                               00024000
                 END-IF.                                                00024100
                                                                        00024200
       1200-99-FIM.              EXIT.                                  00024300
      *-------------------------------------------------------------*   00024400
       2000-PROCESSAR                           SECTION.                00024500
      *-------------------------------------------------------------*   00024600
            EVALUATE TRUE                                               00024700
             WHEN FD-VAL-CHAVE LESS FD-TRV-CHAVE                        00024800
               PERFORM 2100-GRAVAR-MASTER                               00024900
               PERFORM 1100-LER-VALES                                   00025000
             WHEN FD-VAL-CHAVE EQUAL FD-TRV-CHAVE                       00025100
                  AND FD-VAL-IDFUNC NOT EQUAL 99999                     00025200
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00025300
               IF WRK-AUT-AUTORIZADO                                    00025325
                  PERFORM 2200-APLICAR-NA-ADESAO                        00025350
               END-IF                                                   00025375
               PERFORM 1200-LER-TRANSVAL                                00025400
             WHEN OTHER                                                 00025500
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00025600
               IF WRK-AUT-AUTORIZADO                                    00025625
                  PERFORM 2300-APLICAR-SEM-ADESAO                       00025650
               END-IF                                                   00025675
               PERFORM 1200-LER-TRANSVAL                                00025700
            END-EVALUATE.                                               00025800
                                                                        00025900
       2000-99-FIM.              EXIT.                                  00026000
      *-------------------------------------------------------------*   00026003
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00026006
      *-------------------------------------------------------------*   00026009
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00026012
      *   DA TRANSACAO NO FR19DB61 (MODULO AUTORIZA). SEM ELA, OU   *   00026016
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00026019
      *   RECUSADA E O RELVALM MOSTRA QUEM A DIGITOU.               *   00026022
      *-------------------------------------------------------------*   00026025
            MOVE 'FR19DB61'      TO WRK-AUT-PROGRAMA.                   00026029
            MOVE FD-TRV-OPERACAO TO WRK-AUT-OPERACAO.                   00026032
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00026035
            MOVE FD-TRV-CHAVE    TO WRK-AUT-CHAVE.                      00026038
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00026041
            IF NOT WRK-AUT-AUTORIZADO                                   00026045
               IF WRK-AUT-NEGADO                                        00026048
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00026051
                       TO WRK-AUD-RESULTADO                             00026054
               ELSE                                                     00026058
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00026061
                       TO WRK-AUD-RESULTADO                             00026064
               END-IF                                                   00026067
               ADD 1 TO WRK-QTD-RECUSA                                  00026070
                        WRK-QTD-NEGADA                                  00026074
               PERFORM 2900-LISTAR-AUDITORIA                            00026077
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00026080
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00026083
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00026087
               WRITE FD-RELVALM FROM WRK-LINHA-NEGADO                   00026090
            END-IF.                                                     00026093
       2050-99-FIM.              EXIT.                                  00026096
      *-------------------------------------------------------------*   00026100
       2100-GRAVAR-MASTER                       SECTION.                00026200
      *-------------------------------------------------------------*   00026300
            IF NOT WRK-VAL-EXCLUIDO                                     00026400
               WRITE FD-VALNOVO FROM FD-VALES                           00026500
               ADD 1 TO WRK-REGNOVO                                     00026600
            END-IF.                                                     00026700
                                                                        00026800
       2100-99-FIM.              EXIT.                                  00026900
      *-------------------------------------------------------------*   00027000
       2200-APLICAR-NA-ADESAO                   SECTION.                00027100
      *-------------------------------------------------------------*   00027200
            EVALUATE FD-TRV-OPERACAO                                    00027300
              WHEN 'INCLUI  '                                           00027400
                MOVE 'ADESAO JA CADASTRADA-RECUS.'                      00027500
                     TO WRK-AUD-RESULTADO                               00027600
                ADD 1 TO WRK-QTD-RECUSA                                 00027700
              WHEN 'ALTERA  '                                           00027800
                PERFORM 2210-ALTERAR                                    00027900
              WHEN 'SUSPENDE'                                           00028000
                MOVE 'S' TO FD-VAL-STATUS                               00028100
                MOVE 'ADESAO SUSPENSA            '                      00028200
                     TO WRK-AUD-RESULTADO                               00028300
                ADD 1 TO WRK-QTD-SUSPENDE                               00028400
              WHEN 'REATIVA '                                           00028500
                MOVE 'A' TO FD-VAL-STATUS                               00028600
                MOVE 'ADESAO REATIVADA           '                      00028700
                     TO WRK-AUD-RESULTADO                               00028800
                ADD 1 TO WRK-QTD-REATIVA                                00028900
              WHEN 'EXCLUI  '                                           00029000
                MOVE 'S' TO WRK-SW-EXCLUIDO                             00029100
                MOVE 'ADESAO ENCERRADA           '                      00029200
                     TO WRK-AUD-RESULTADO                               00029300
                ADD 1 TO WRK-QTD-EXCLUI                                 00029400
              WHEN OTHER                                                00029500
                MOVE 'OPERACAO INVALIDA          '                      00029600
                     TO WRK-AUD-RESULTADO                               00029700
                ADD 1 TO WRK-QTD-RECUSA                                 00029800
            END-EVALUATE.                                               00029900
            PERFORM 2900-LISTAR-AUDITORIA.                              00030000
                                                                        00030100
       2200-99-FIM.              EXIT.                                  00030200
      *-------------------------------------------------------------*   00030300
       2210-ALTERAR                             SECTION.                00030400
      *-------------------------------------------------------------*   00030500
      *----MONTA A ADESAO ALTERADA SOBRE A ATUAL: SO TROCA O QUE----*   00030600
      *----VEIO PREENCHIDO NA TRANSACAO------------------------------*  00030700
            MOVE FD-VALES TO WRK-REG-VALNOVO.                           00030800
            IF FD-TRV-FORNEC NOT EQUAL SPACES                           00030900
               MOVE FD-TRV-FORNEC TO WRK-VNV-FORNEC                     00031000
            END-IF.                                                     00031100
            IF FD-TRV-VALORDIA IS NUMERIC                               00031200
               AND FD-TRV-VALORDIA GREATER ZEROES                       00031300
               MOVE FD-TRV-VALORDIA TO WRK-VNV-VALORDIA                 00031400
            END-IF.                                                     00031500
            IF FD-TRV-QTDDIA IS NUMERIC                                 00031600
               AND FD-TRV-QTDDIA GREATER ZEROES                         00031700
               MOVE FD-TRV-QTDDIA TO WRK-VNV-QTDDIA                     00031800
            END-IF.                                                     00031900
                                                                        00032000
            PERFORM 2500-VALIDAR-ADESAO.                                00032100
                                                                        00032200
            IF WRK-VAL-VALIDO                                           00032300
               MOVE WRK-REG-VALNOVO TO FD-VALES                         00032400
               MOVE 'ADESAO ALTERADA            '                       00032500
                    TO WRK-AUD-RESULTADO                                00032600
               ADD 1 TO WRK-QTD-ALTERA                                  00032700
            ELSE                                                        00032800
               ADD 1 TO WRK-QTD-RECUSA                                  00032900
            END-IF.                                                     00033000
                                                                        00033100
       2210-99-FIM.              EXIT.                                  00033200
      *-------------------------------------------------------------*   00033300
       2300-APLICAR-SEM-ADESAO                  SECTION.                00033400
      *-------------------------------------------------------------*   00033500
            EVALUATE TRUE                                               00033600
              WHEN FD-TRV-OPERACAO EQUAL 'INCLUI  '                     00033700
                   AND FD-TRV-CHAVE EQUAL WRK-ULT-INCLUSAO              00033800
                MOVE 'JA INCLUIDA NESTA EXECUCAO '                      00033900
                     TO WRK-AUD-RESULTADO                               00034000
                ADD 1 TO WRK-QTD-RECUSA                                 00034100
              WHEN FD-TRV-OPERACAO EQUAL 'INCLUI  '                     00034200
                PERFORM 2310-INCLUIR                                    00034300
              WHEN OTHER                                                00034400
                MOVE 'ADESAO INEXISTENTE         '                      00034500
                     TO WRK-AUD-RESULTADO                               00034600
                ADD 1 TO WRK-QTD-RECUSA                                 00034700
            END-EVALUATE.                                               00034800
            PERFORM 2900-LISTAR-AUDITORIA.                              00034900
                                                                        00035000
       2300-99-FIM.              EXIT.                                  00035100
      *-------------------------------------------------------------*   00035200
       2310-INCLUIR                             SECTION.                00035300
      *-------------------------------------------------------------*   00035400
            INITIALIZE WRK-REG-VALNOVO.                                 00035500
            MOVE FD-TRV-IDFUNC     TO WRK-VNV-IDFUNC.                   00035600
            MOVE FD-TRV-TIPO       TO WRK-VNV-TIPO.                     00035700
            MOVE FD-TRV-FORNEC     TO WRK-VNV-FORNEC.                   00035800
            MOVE FD-TRV-VALORDIA   TO WRK-VNV-VALORDIA.                 00035900
            MOVE FD-TRV-QTDDIA     TO WRK-VNV-QTDDIA.                   00036000
            MOVE 'A'               TO WRK-VNV-STATUS.                   00036100
                                                                        00036200
            PERFORM 2500-VALIDAR-ADESAO.                                00036300
                                                                        00036400
            IF WRK-VAL-VALIDO                                           00036500
               WRITE FD-VALNOVO FROM WRK-REG-VALNOVO                    00036600
               ADD 1 TO WRK-REGNOVO                                     00036700
               ADD 1 TO WRK-QTD-INCLUI                                  00036800
               MOVE FD-TRV-CHAVE TO WRK-ULT-INCLUSAO                    00036900
               MOVE 'ADESAO INCLUIDA            '                       00037000
                    TO WRK-AUD-RESULTADO                                00037100
            ELSE                                                        00037200
               ADD 1 TO WRK-QTD-RECUSA                                  00037300
            END-IF.                                                     00037400
                                                                        00037500
       2310-99-FIM.              EXIT.                                  00037600
      *-------------------------------------------------------------*   00037700
       2500-VALIDAR-ADESAO                      SECTION.                00037800
      *-------------------------------------------------------------*   00037900
      *----CRITICA A ADESAO MONTADA; NA PRIMEIRA FALHA DEIXA O------*   00038000
      *----MOTIVO NA LINHA DE AUDITORIA E SAI------------------------*  00038100
            MOVE 'N' TO WRK-SW-VALIDA.                                  00038200
                                                                        00038300
            IF WRK-VNV-TIPO NOT EQUAL 'VR'                              00038400
               AND WRK-VNV-TIPO NOT EQUAL 'VT'                          00038500
               MOVE 'TIPO DE VALE INVALIDO      '                       00038600
                    TO WRK-AUD-RESULTADO                                00038700
               GO TO 2500-99-FIM                                        00038800
            END-IF.                                                     00038900
                                                                        00039000
            IF WRK-VNV-FORNEC EQUAL SPACES                              00039100
               MOVE 'FORNECEDOR NAO INFORMADO   '                       00039200
                    TO WRK-AUD-RESULTADO                                00039300
               GO TO 2500-99-FIM                                        00039400
            END-IF.                                                     00039500
                                                                        00039600
            IF WRK-VNV-VALORDIA IS NOT NUMERIC                          00039700
               OR WRK-VNV-VALORDIA EQUAL ZEROES                         00039800
               MOVE 'VALOR DIARIO INVALIDO      '                       00039900
                    TO WRK-AUD-RESULTADO                                00040000
               GO TO 2500-99-FIM                                        00040100
            END-IF.                                                     00040200
                                                                        00040300
            IF WRK-VNV-QTDDIA IS NOT NUMERIC                            00040400
               OR WRK-VNV-QTDDIA EQUAL ZEROES                           00040500
               MOVE 'QUANTIDADE POR DIA INVALIDA'                       00040600
                    TO WRK-AUD-RESULTADO                                00040700
               GO TO 2500-99-FIM                                        00040800
            END-IF.                                                     00040900
                                                                        00041000
            MOVE 'S' TO WRK-SW-VALIDA.                                  00041100
                                                                        00041200
       2500-99-FIM.              EXIT.                                  00041300
      *-------------------------------------------------------------*   00041400
       2900-LISTAR-AUDITORIA                    SECTION.                00041500
      *-------------------------------------------------------------*   00041600
            MOVE FD-TRV-OPERACAO  TO WRK-AUD-OPERACAO.                  00041700
            MOVE FD-TRV-IDFUNC    TO WRK-AUD-IDFUNC.                    00041800
            MOVE FD-TRV-TIPO      TO WRK-AUD-TIPO.                      00041900
            IF FD-TRV-FORNEC EQUAL SPACES                               00042000
               AND FD-TRV-CHAVE EQUAL FD-VAL-CHAVE                      00042100
               MOVE FD-VAL-FORNEC TO WRK-AUD-FORNEC                     00042200
            ELSE                                                        00042300
               MOVE FD-TRV-FORNEC TO WRK-AUD-FORNEC                     00042400
            END-IF.                                                     00042500
            WRITE FD-RELVALM FROM WRK-LINHA-AUDIT.                      00042600
                                                                        00042700
       2900-99-FIM.              EXIT.                                  00042800
      *-------------------------------------------------------------*   00042900
       3000-FINALIZAR                           SECTION.                00043000
      *-------------------------------------------------------------*   00043100
             WRITE FD-RELVALM FROM WRK-LINHA-TRACO.                     00043200
                                                                        00043300
             CLOSE VALES TRANSVAL VALNOVO RELVALM.                      00043400
               PERFORM 4000-TESTARSTATUS.                               00043500
              DISPLAY ' ============================================'.  00043600
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB61          '.  00043700
              DISPLAY ' ============================================'.  00043800
              DISPLAY ' ADESOES NO MASTER ANTERIOR.' WRK-REGMASTER.     00043900
              DISPLAY ' TRANSACOES LIDAS...........' WRK-REGTRANS.      00044000
              DISPLAY ' ADESOES NO MASTER NOVO.....' WRK-REGNOVO.       00044100
              DISPLAY ' INCLUIDAS..................' WRK-QTD-INCLUI.    00044200
              DISPLAY ' ALTERADAS..................' WRK-QTD-ALTERA.    00044300
              DISPLAY ' SUSPENSAS..................' WRK-QTD-SUSPENDE.  00044400
              DISPLAY ' REATIVADAS.................' WRK-QTD-REATIVA.   00044500
              DISPLAY ' ENCERRADAS.................' WRK-QTD-EXCLUI.    00044600
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00044700
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00044750
              DISPLAY ' ============================================'.  00044800
                                                                        00044900
       3000-99-FIM.              EXIT.                                  00045000
      *-------------------------------------------------------------*   00045100
       4000-TESTARSTATUS                            SECTION.            00045200
      *-------------------------------------------------------------*   00045300
                 PERFORM 4100-TESTARSTATUS-VALES.                       00045400
                 PERFORM 4200-TESTARSTATUS-TRANSVAL.                    00045500
                 IF WRK-FS-VALNOVO NOT EQUAL 00                         00045600
                   MOVE 'ERRO NO OPEN VALNOVO  ' TO WRK-MSGERRO         00045700
                   MOVE '1000'                   TO WRK-SECAO           00045800
                   MOVE WRK-FS-VALNOVO           TO WRK-STATUS          00045900
                    PERFORM 9000-TRATAERROS                             00046000
                 END-IF.                                                00046100
                 IF WRK-FS-RELVALM NOT EQUAL 00                         00046200
                   MOVE 'ERRO NO OPEN RELVALM  ' TO WRK-MSGERRO         00046300
                   MOVE '1000'                   TO WRK-SECAO           00046400
                   MOVE WRK-FS-RELVALM           TO WRK-STATUS          00046500
                    PERFORM 9000-TRATAERROS                             00046600
                 END-IF.                                                00046700
                                                                        00046800
       4000-99-FIM.              EXIT.                                  00046900
      *-------------------------------------------------------------*   00047000
       4100-TESTARSTATUS-VALES                      SECTION.            00047100
      *-------------------------------------------------------------*   00047200
               IF WRK-FS-VALES NOT EQUAL 00                             00047300
                           AND WRK-FS-VALES NOT EQUAL 10                00047400
                 MOVE 'ERRO NO VALES         ' TO WRK-MSGERRO           00047500
                 MOVE '1100'                   TO WRK-SECAO             00047600
                 MOVE WRK-FS-VALES             TO WRK-STATUS            00047700
                  PERFORM 9000-TRATAERROS                               00047800
               END-IF.                                                  00047900
                                                                        00048000
       4100-99-FIM.              EXIT.                                  00048100
      *-------------------------------------------------------------*   00048200
       4200-TESTARSTATUS-TRANSVAL                   SECTION.            00048300
      *-------------------------------------------------------------*   00048400
               IF WRK-FS-TRANSVAL NOT EQUAL 00                          00048500
                           AND WRK-FS-TRANSVAL NOT EQUAL 10             00048600
                 MOVE 'ERRO NO TRANSVAL      ' TO WRK-MSGERRO           00048700
                 MOVE '1200'                   TO WRK-SECAO             00048800
                 MOVE WRK-FS-TRANSVAL          TO WRK-STATUS            00048900
                  PERFORM 9000-TRATAERROS                               00049000
               END-IF.                                                  00049100
                                                                        00049200
       4200-99-FIM.              EXIT.                                  00049300
      *-------------------------------------------------------------*   00049400
       9000-TRATAERROS                              SECTION.            00049500
      *-------------------------------------------------------------*   00049600
           MOVE 'FR19DB61' TO WRK-PROGRAMA                              00049700
           MOVE 'E'        TO WRK-SEVERIDADE                            00049800
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00049900
           GOBACK.                                                      00050000
                                                                        00050100
       9000-99-FIM.              EXIT.                                  00050200
