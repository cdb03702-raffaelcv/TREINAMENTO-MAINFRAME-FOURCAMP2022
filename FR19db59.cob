      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FR19DB59.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL VIANA                                    *   00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR      *   00000900
      *   DATA ....:15/10/2026                                      *   00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: MANUTENCAO DO MASTER DE PENSAO ALIMENTICIA      *   00001200
      *    (PENSAO) - AS DETERMINACOES JUDICIAIS DE DESCONTO. CASA  *   00001300
      *    O MASTER ATUAL (POR IDFUNC + SEQ; UM FUNCIONARIO PODE    *   00001400
      *    TER MAIS DE UM BENEFICIARIO) COM O ARQUIVO DE TRANSACOES *   00001500
      *    (TRANSPEN) E GRAVA O MASTER NOVO (PENNOVO). OPERACOES:   *   00001600
      *     INCLUI   - CADASTRA A PENSAO (REJEITA SE A CHAVE JA     *   00001700
      *                EXISTE)                                      *   00001800
      *     ALTERA   - TROCA OS CAMPOS INFORMADOS (NOME, DOCUMENTO, *   00001900
      *                BASE DE CALCULO E PERCENTUAL/VALOR; A        *   00002000
      *                CONTA TROCA INTEIRA QUANDO A AGENCIA VEM     *   00002100
      *                PREENCHIDA)                                  *   00002200
      *     SUSPENDE - STATUS S (O DESCONTO PARA NO FR19DB60)       *   00002300
      *     REATIVA  - STATUS A                                     *   00002400
      *     EXCLUI   - ENCERRA A PENSAO (SAI DO MASTER)             *   00002500
      *    BASE DE CALCULO: B = PERCENTUAL DO BRUTO, L = PERCENTUAL *   00002600
      *    DO LIQUIDO, F = VALOR FIXO MENSAL. CONTA DO              *   00002700
      *    BENEFICIARIO: BANCO EM BRANCO = CONTA NO PROPRIO BANCO   *   00002800
      *    (AGENCIA + CONTA); BANCO PREENCHIDO = OUTRO BANCO        *   00002900
      *    (AGENCIA + CONTA EXTERNA), PAGA NA REMESSA DO FR19EX66.  *   00003000
      *    TODA TRANSACAO SAI NO RELATORIO RELPENM.                 *   00003100
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00003114
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). ANTES DE APLICAR   *   00003128
      *    CADA TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL     *   00003142
      *    DELE PODE FAZER A OPERACAO NO FR19DB59; SEM PERMISSAO,   *   00003157
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00003171
      *    RECUSADA E SAI NO RELPENM COM O NOME DO OPERADOR.        *   00003185
      *-------------------------------------------------------------*   00003200
      *   ARQUIVOS...:                                              *   00003300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003400
      *    PENSAO               I                  -----------      *   00003500
      *    TRANSPEN             I                  -----------      *   00003600
      *    PENNOVO              O                  -----------      *   00003700
      *    RELPENM              O                  -----------      *   00003800
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003825
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003850
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003875
      *-------------------------------------------------------------*   00003900
      *   MODULOS....:                             INCLUDE/BOOK     *   00004000
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004100
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00004150
      *=============================================================*   00004200
                                                                        00004300
      *=============================================================*   00004400
       ENVIRONMENT                               DIVISION.              00004500
      *=============================================================*   00004600
                                                                        00004700
      *=============================================================*   00004800
       CONFIGURATION                               SECTION.             00004900
      *=============================================================*   00005000
       SPECIAL-NAMES.                                                   00005100
           DECIMAL-POINT IS COMMA.                                      00005200
                                                                        00005300
       INPUT-OUTPUT                                SECTION.             00005400
       FILE-CONTROL.                                                    00005500
            SELECT PENSAO ASSIGN TO PENSAO                              00005600
                 FILE STATUS IS WRK-FS-PENSAO.                          00005700
                                                                        00005800
            SELECT TRANSPEN ASSIGN TO TRANSPEN                          00005900
                 FILE STATUS IS WRK-FS-TRANSPEN.                        00006000
                                                                        00006100
            SELECT PENNOVO ASSIGN TO PENNOVO                            00006200
                 FILE STATUS IS WRK-FS-PENNOVO.                         00006300
                                                                        00006400
            SELECT RELPENM ASSIGN TO RELPENM                            00006500
                 FILE STATUS IS WRK-FS-RELPENM.                         00006600
                                                                        00006700
      *=============================================================*   00006800
       DATA                                      DIVISION.              00006900
      *=============================================================*   00007000
       FILE                                      SECTION.               00007100
      *-------------------LRECL 100---------------------------------*   00007200
       FD PENSAO                                                        00007300
           RECORDING MODE IS F                                          00007400
           LABEL RECORD IS STANDARD                                     00007500
           BLOCK CONTAINS 0 RECORDS.                                    00007600
       01 FD-PENSAO.                                                    00007700
          05 FD-PEN-CHAVE.                                              00007800
             10 FD-PEN-IDFUNC   PIC 9(05).                              00007900
             10 FD-PEN-SEQ      PIC 9(02).                              00008000
          05 FD-PEN-NOME        PIC X(30).                              00008100
          05 FD-PEN-DOCUMENTO   PIC 9(14).                              00008200
          05 FD-PEN-BASE        PIC X(01).                              00008300
          05 FD-PEN-PERCENT     PIC 9(03)V99.                           00008400
          05 FD-PEN-VALOR       PIC 9(08)V99.                           00008500
          05 FD-PEN-AGENCIA     PIC X(04).                              00008600
          05 FD-PEN-CONTA       PIC X(04).                              00008700
          05 FD-PEN-BANCO       PIC X(03).                              00008800
          05 FD-PEN-CONTA-EXT   PIC X(12).                              00008900
          05 FD-PEN-STATUS      PIC X(01).                              00009000
          05 FILLER             PIC X(09).                              00009100
                                                                        00009200
      *-------------------LRECL 100---------------------------------*   00009300
       FD TRANSPEN                                                      00009400
           RECORDING MODE IS F                                          00009500
           LABEL RECORD IS STANDARD                                     00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
       01 FD-TRANSPEN.                                                  00009800
          05 FD-TRP-OPERACAO    PIC X(08).                              00009900
          05 FD-TRP-CHAVE.                                              00010000
             10 FD-TRP-IDFUNC   PIC 9(05).                              00010100
             10 FD-TRP-SEQ      PIC 9(02).                              00010200
          05 FD-TRP-NOME        PIC X(30).                              00010300
          05 FD-TRP-DOCUMENTO   PIC 9(14).                              00010400
          05 FD-TRP-BASE        PIC X(01).                              00010500
          05 FD-TRP-PERCENT     PIC 9(03)V99.                           00010600
          05 FD-TRP-VALOR       PIC 9(08)V99.                           00010700
          05 FD-TRP-AGENCIA     PIC X(04).                              00010800
          05 FD-TRP-CONTA       PIC X(04).                              00010900
          05 FD-TRP-BANCO       PIC X(03).                              00011000
          05 FD-TRP-CONTA-EXT   PIC X(12).                              00011100
          05 FILLER             PIC X(02).                              00011200
                                                                        00011300
      *-------------------LRECL 100---------------------------------*   00011400
       FD PENNOVO                                                       00011500
           RECORDING MODE IS F.                                         00011600
       01 FD-PENNOVO             PIC X(100).                            00011700
                                                                        00011800
      *-------------------LRECL 80----------------------------------*   00011900
       FD RELPENM                                                       00012000
           RECORDING MODE IS F.                                         00012100
       01 FD-RELPENM             PIC X(80).                             00012200
                                                                        00012300
      *=============================================================*   00012400
       WORKING-STORAGE                             SECTION.             00012500
      *=============================================================*   00012600
                                                                        00012700
       01 FILLER          PIC X(64) VALUE                               00012800
           '-----------BOOK LOGERROS------------------------'.          00012900
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00013000
       COPY '#GLOG'.                                                    00013100
      *-------------------------------------------------------------*   00013200
                                                                        00013214
       01 FILLER          PIC X(64) VALUE                               00013228
           '-----------BOOK AUTORIZA------------------------'.          00013242
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00013257
       COPY '#GAUT'.                                                    00013271
      *-------------------------------------------------------------*   00013285
                                                                        00013300
       01 FILLER          PIC X(64) VALUE                               00013400
           '-----------VARIAVEIS DE STATUS------------------'.          00013500
                                                                        00013600
       77 WRK-FS-PENSAO   PIC 9(02).                                    00013700
       77 WRK-FS-TRANSPEN PIC 9(02).                                    00013800
       77 WRK-FS-PENNOVO  PIC 9(02).                                    00013900
       77 WRK-FS-RELPENM  PIC 9(02).                                    00014000
                                                                        00014100
       01 FILLER          PIC X(64) VALUE                               00014200
           '-----------CONTADORES E CONTROLES---------------'.          00014300
                                                                        00014400
       77 WRK-REGMASTER   PIC 9(05) VALUE ZEROES.                       00014500
       77 WRK-REGTRANS    PIC 9(05) VALUE ZEROES.                       00014600
       77 WRK-REGNOVO     PIC 9(05) VALUE ZEROES.                       00014700
       77 WRK-QTD-INCLUI  PIC 9(05) VALUE ZEROES.                       00014800
       77 WRK-QTD-ALTERA  PIC 9(05) VALUE ZEROES.                       00014900
       77 WRK-QTD-SUSPENDE PIC 9(05) VALUE ZEROES.                      00015000
       77 WRK-QTD-REATIVA PIC 9(05) VALUE ZEROES.                       00015100
       77 WRK-QTD-EXCLUI  PIC 9(05) VALUE ZEROES.                       00015200
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00015300
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00015350
                                                                        00015400
       77 WRK-SW-EXCLUIDO PIC X(01) VALUE 'N'.                          00015500
           88 WRK-PEN-EXCLUIDA      VALUE 'S'.                          00015600
       77 WRK-SW-VALIDA   PIC X(01) VALUE 'N'.                          00015700
           88 WRK-PEN-VALIDA        VALUE 'S'.                          00015800
       77 WRK-ULT-INCLUSAO PIC X(07) VALUE SPACES.                      00015900
                                                                        00016000
      *----PENSAO NOVA OU ALTERADA EM MONTAGEM-----------------------*  00016100
       01 WRK-REG-PENNOVO.                                              00016200
          05 WRK-PNV-CHAVE.                                             00016300
             10 WRK-PNV-IDFUNC  PIC 9(05).                              00016400
             10 WRK-PNV-SEQ     PIC 9(02).                              00016500
          05 WRK-PNV-NOME       PIC X(30).                              00016600
          05 WRK-PNV-DOCUMENTO  PIC 9(14).                              00016700
          05 WRK-PNV-BASE       PIC X(01).                              00016800
          05 WRK-PNV-PERCENT    PIC 9(03)V99.                           00016900
          05 WRK-PNV-VALOR      PIC 9(08)V99.                           00017000
          05 WRK-PNV-AGENCIA    PIC X(04).                              00017100
          05 WRK-PNV-CONTA      PIC X(04).                              00017200
          05 WRK-PNV-BANCO      PIC X(03).                              00017300
          05 WRK-PNV-CONTA-EXT  PIC X(12).                              00017400
          05 WRK-PNV-STATUS     PIC X(01).                              00017500
          05 FILLER             PIC X(09).                              00017600
                                                                        00017700
       01 FILLER          PIC X(64) VALUE                               00017800
           '-----------LINHAS DO RELATORIO------------------'.          00017900
                                                                        00018000
       01 WRK-LINHA-TITULO.                                             00018100
          05 FILLER              PIC X(46) VALUE                        00018200
             'MANUTENCAO DE PENSAO ALIMENTICIA (AUDITORIA)  '.          00018300
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00018400
          05 WRK-TIT-DATA        PIC 9(08).                             00018500
          05 FILLER              PIC X(18) VALUE SPACES.                00018600
                                                                        00018700
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00018800
                                                                        00018900
       01 WRK-LINHA-AUDIT.                                              00019000
          05 WRK-AUD-OPERACAO    PIC X(08).                             00019100
          05 FILLER              PIC X(02) VALUE SPACES.                00019200
          05 WRK-AUD-IDFUNC      PIC 9(05).                             00019300
          05 FILLER              PIC X(01) VALUE '-'.                   00019400
          05 WRK-AUD-SEQ         PIC 9(02).                             00019500
          05 FILLER              PIC X(02) VALUE SPACES.                00019600
          05 WRK-AUD-NOME        PIC X(25).                             00019700
          05 FILLER              PIC X(02) VALUE SPACES.                00019800
          05 WRK-AUD-RESULTADO   PIC X(27).                             00019900
          05 FILLER              PIC X(06) VALUE SPACES.                00020000
                                                                        00020006
       01 WRK-OPERCARD.                                                 00020013
          05 FILLER              PIC X(10).                             00020020
          05 WRK-OPERADOR-AC     PIC X(08).                             00020026
                                                                        00020033
       01 WRK-LINHA-NEGADO.                                             00020040
          05 FILLER              PIC X(10) VALUE SPACES.                00020046
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00020053
          05 WRK-NEG-OPERADOR    PIC X(08).                             00020060
          05 FILLER              PIC X(03) VALUE ' - '.                 00020066
          05 WRK-NEG-NOME        PIC X(30).                             00020073
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00020080
          05 WRK-NEG-PERFIL      PIC X(08).                             00020086
          05 FILLER              PIC X(03) VALUE SPACES.                00020093
                                                                        00020100
      *=============================================================*   00020200
       PROCEDURE DIVISION.                                              00020300
      *=============================================================*   00020400
                                                                        00020500
      *-------------------------------------------------------------*   00020600
       0000-PRINCIPAL                           SECTION.                00020700
      *-------------------------------------------------------------*   00020800
                                                                        00020900
            PERFORM  1000-INICIAR.                                      00021000
                                                                        00021100
            PERFORM  1100-LER-PENSAO.                                   00021200
            PERFORM  1200-LER-TRANSPEN.                                 00021300
                                                                        00021400
            PERFORM  2000-PROCESSAR UNTIL FD-PEN-IDFUNC EQUAL 99999     00021500
                                      AND FD-TRP-IDFUNC EQUAL 99999.    00021600
            PERFORM  3000-FINALIZAR.                                    00021700
                                                                        00021800
            STOP RUN.                                                   00021900
                                                                        00022000
      *-------------------------------------------------------------*   00022100
       1000-INICIAR                             SECTION.                00022200
      *-------------------------------------------------------------*   00022300
             OPEN INPUT  PENSAO TRANSPEN                                00022400
                  OUTPUT PENNOVO RELPENM.                               00022500
                                                                        00022600
               PERFORM 4000-TESTARSTATUS.                               00022700
                                                                        00022800
               ACCEPT WRK-TIT-DATA FROM DATE YYYYMMDD.                  00022900
                                                                        00023000
               WRITE FD-RELPENM FROM WRK-LINHA-TRACO.                   00023100
               WRITE FD-RELPENM FROM WRK-LINHA-TITULO.                  00023200
               WRITE FD-RELPENM FROM WRK-LINHA-TRACO.                   00023300
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00023350
                                                                        00023400
       1000-99-FIM.              EXIT.                                  00023500
      *-------------------------------------------------------------*   00023600
       1100-LER-PENSAO                          SECTION.                00023700
      *-------------------------------------------------------------*   00023800
                 READ PENSAO                                            00023900
                   AT END                                               00024000
                     MOVE 99999 TO FD-PEN-IDFUNC                        00024100
                     MOVE 99    TO FD-PEN-SEQ                           00024200
                 END-READ.                                              00024300
                 PERFORM 4100-TESTARSTATUS-PENSAO.                      00024400
                 IF WRK-FS-PENSAO EQUAL 00                              00024500
                    ADD 1 TO WRK-REGMASTER                              00024600
                 END-IF.                                                00024700
                 MOVE 'N' TO WRK-SW-EXCLUIDO.                           00024800
                                                                        00024900
       1100-99-FIM.              EXIT.                                  00025000
      *-------------------------------------------------------------*   00025100
       1200-LER-TRANSPEN                        SECTION.                00025200
      *-------------------------------------------------------------*   00025300
                 READ TRANSPEN                                          00025400
                   AT END                                               00025500
                     MOVE 99999 TO FD-TRP-IDFUNC                        00025600
                     MOVE 99    TO FD-TRP-SEQ                           00025700
                 END-READ.                                              00025800
                 PERFORM 4200-TESTARSTATUS-TRANSPEN.                    00025900
                 IF WRK-FS-TRANSPEN EQUAL 00                            00026000
                    ADD 1 TO WRK-REGTRANS                               00026100
                 END-IF.                                                00026200
                                                                        00026300
       1200-99-FIM.              EXIT.                                  00026400
      *-------------------------------------------------------------*   00026500
       2000-PROCESSAR                           SECTION.                00026600
      *-------------------------------------------------------------*   00026700
            EVALUATE TRUE                                               00026800
             WHEN FD-PEN-CHAVE LESS FD-TRP-CHAVE                        00026900
               PERFORM 2100-GRAVAR-MASTER                               00027000
               PERFORM 1100-LER-PENSAO                                  00027100
             WHEN FD-PEN-CHAVE EQUAL FD-TRP-CHAVE                       00027200
                  AND FD-PEN-IDFUNC NOT EQUAL 99999                     00027300
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00027400
               IF WRK-AUT-AUTORIZADO                                    00027425
                  PERFORM 2200-APLICAR-NA-PENSAO                        00027450
               END-IF                                                   00027475
               PERFORM 1200-LER-TRANSPEN                                00027500
             WHEN OTHER                                                 00027600
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00027700
               IF WRK-AUT-AUTORIZADO                                    00027725
                  PERFORM 2300-APLICAR-SEM-PENSAO                       00027750
               END-IF                                                   00027775
               PERFORM 1200-LER-TRANSPEN                                00027800
            END-EVALUATE.                                               00027900
                                                                        00028000
       2000-99-FIM.              EXIT.                                  00028100
      *-------------------------------------------------------------*   00028103
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00028106
      *-------------------------------------------------------------*   00028109
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00028112
      *   DA TRANSACAO NO FR19DB59 (MODULO AUTORIZA). SEM ELA, OU   *   00028116
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00028119
      *   RECUSADA E O RELPENM MOSTRA QUEM A DIGITOU.               *   00028122
      *-------------------------------------------------------------*   00028125
            MOVE 'FR19DB59'      TO WRK-AUT-PROGRAMA.                   00028129
            MOVE FD-TRP-OPERACAO TO WRK-AUT-OPERACAO.                   00028132
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00028135
            MOVE FD-TRP-CHAVE    TO WRK-AUT-CHAVE.                      00028138
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00028141
            IF NOT WRK-AUT-AUTORIZADO                                   00028145
               IF WRK-AUT-NEGADO                                        00028148
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00028151
                       TO WRK-AUD-RESULTADO                             00028154
               ELSE                                                     00028158
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00028161
                       TO WRK-AUD-RESULTADO                             00028164
               END-IF                                                   00028167
               ADD 1 TO WRK-QTD-RECUSA                                  00028170
                        WRK-QTD-NEGADA                                  00028174
               PERFORM 2900-LISTAR-AUDITORIA                            00028177
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00028180
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00028183
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00028187
               WRITE FD-RELPENM FROM WRK-LINHA-NEGADO                   00028190
            END-IF.                                                     00028193
       2050-99-FIM.              EXIT.                                  00028196
      *-------------------------------------------------------------*   00028200
       2100-GRAVAR-MASTER                       SECTION.                00028300
      *-------------------------------------------------------------*   00028400
            IF NOT WRK-PEN-EXCLUIDA                                     00028500
               WRITE FD-PENNOVO FROM FD-PENSAO                          00028600
               ADD 1 TO WRK-REGNOVO                                     00028700
            END-IF.                                                     00028800
                                                                        00028900
       2100-99-FIM.              EXIT.                                  00029000
      *-------------------------------------------------------------*   00029100
       2200-APLICAR-NA-PENSAO                   SECTION.                00029200
      *-------------------------------------------------------------*   00029300
            EVALUATE FD-TRP-OPERACAO                                    00029400
              WHEN 'INCLUI  '                                           00029500
                MOVE 'PENSAO JA CADASTRADA-RECUS.'                      00029600
                     TO WRK-AUD-RESULTADO                               00029700
                ADD 1 TO WRK-QTD-RECUSA                                 00029800
              WHEN 'ALTERA  '                                           00029900
                PERFORM 2210-ALTERAR                                    00030000
              WHEN 'SUSPENDE'                                           00030100
                MOVE 'S' TO FD-PEN-STATUS                               00030200
                MOVE 'PENSAO SUSPENSA            '                      00030300
                     TO WRK-AUD-RESULTADO                               00030400
                ADD 1 TO WRK-QTD-SUSPENDE                               00030500
              WHEN 'REATIVA '                                           00030600
                MOVE 'A' TO FD-PEN-STATUS                               00030700
                MOVE 'PENSAO REATIVADA           '                      00030800
                     TO WRK-AUD-RESULTADO                               00030900
                ADD 1 TO WRK-QTD-REATIVA                                00031000
              WHEN 'EXCLUI  '                                           00031100
                MOVE 'S' TO WRK-SW-EXCLUIDO                             00031200
                MOVE 'PENSAO ENCERRADA           '                      00031300
                     TO WRK-AUD-RESULTADO                               00031400
                ADD 1 TO WRK-QTD-EXCLUI                                 00031500
              WHEN OTHER                                                00031600
                MOVE 'OPERACAO INVALIDA          '                      00031700
                     TO WRK-AUD-RESULTADO                               00031800
                ADD 1 TO WRK-QTD-RECUSA                                 00031900
            END-EVALUATE.                                               00032000
            PERFORM 2900-LISTAR-AUDITORIA.                              00032100
                                                                        00032200
       2200-99-FIM.              EXIT.                                  00032300
      *-------------------------------------------------------------*   00032400
       2210-ALTERAR                             SECTION.                00032500
      *-------------------------------------------------------------*   00032600
      *----MONTA A PENSAO ALTERADA SOBRE A ATUAL: SO TROCA O QUE-----*  00032700
      *----VEIO PREENCHIDO NA TRANSACAO; A CONTA TROCA INTEIRA-------*  00032800
            MOVE FD-PENSAO TO WRK-REG-PENNOVO.                          00032900
            IF FD-TRP-NOME NOT EQUAL SPACES                             00033000
               MOVE FD-TRP-NOME TO WRK-PNV-NOME                         00033100
            END-IF.                                                     00033200
            IF FD-TRP-DOCUMENTO IS NUMERIC                              00033300
               AND FD-TRP-DOCUMENTO GREATER ZEROES                      00033400
               MOVE FD-TRP-DOCUMENTO TO WRK-PNV-DOCUMENTO               00033500
            END-IF.                                                     00033600
            IF FD-TRP-BASE NOT EQUAL SPACE                              00033700
               MOVE FD-TRP-BASE    TO WRK-PNV-BASE                      00033800
               MOVE FD-TRP-PERCENT TO WRK-PNV-PERCENT                   00033900
               MOVE FD-TRP-VALOR   TO WRK-PNV-VALOR                     00034000
            END-IF.                                                     00034100
            IF FD-TRP-AGENCIA NOT EQUAL SPACES                          00034200
               MOVE FD-TRP-AGENCIA   TO WRK-PNV-AGENCIA                 00034300
               MOVE FD-TRP-CONTA     TO WRK-PNV-CONTA                   00034400
               MOVE FD-TRP-BANCO     TO WRK-PNV-BANCO                   00034500
               MOVE FD-TRP-CONTA-EXT TO WRK-PNV-CONTA-EXT               00034600
            END-IF.                                                     00034700
                                                                        00034800
            PERFORM 2500-VALIDAR-PENSAO.                                00034900
                                                                        00035000
            IF WRK-PEN-VALIDA                                           00035100
               MOVE WRK-REG-PENNOVO TO FD-PENSAO                        00035200
               MOVE 'PENSAO ALTERADA            '                       00035300
                    TO WRK-AUD-RESULTADO                                00035400
               ADD 1 TO WRK-QTD-ALTERA                                  00035500
            ELSE                                                        00035600
               ADD 1 TO WRK-QTD-RECUSA                                  00035700
            END-IF.                                                     00035800
                                                                        00035900
       2210-99-FIM.              EXIT.                                  00036000
      *-------------------------------------------------------------*   00036100
       2300-APLICAR-SEM-PENSAO                  SECTION.                00036200
      *-------------------------------------------------------------*   00036300
            EVALUATE TRUE                                               00036400
              WHEN FD-TRP-OPERACAO EQUAL 'INCLUI  '                     00036500
                   AND FD-TRP-CHAVE EQUAL WRK-ULT-INCLUSAO              00036600
                MOVE 'JA INCLUIDA NESTA EXECUCAO '                      00036700
                     TO WRK-AUD-RESULTADO                               00036800
                ADD 1 TO WRK-QTD-RECUSA                                 00036900
              WHEN FD-TRP-OPERACAO EQUAL 'INCLUI  '                     00037000
                PERFORM 2310-INCLUIR                                    00037100
              WHEN OTHER                                                00037200
                MOVE 'PENSAO INEXISTENTE         '                      00037300
                     TO WRK-AUD-RESULTADO                               00037400
                ADD 1 TO WRK-QTD-RECUSA                                 00037500
            END-EVALUATE.                                               00037600
            PERFORM 2900-LISTAR-AUDITORIA.                              00037700
                                                                        00037800
       2300-99-FIM.              EXIT.                                  00037900
      *-------------------------------------------------------------*   00038000
       2310-INCLUIR                             SECTION.                00038100
      *-------------------------------------------------------------*   00038200
            INITIALIZE WRK-REG-PENNOVO.                                 00038300
            MOVE FD-TRP-IDFUNC     TO WRK-PNV-IDFUNC.                   00038400
            MOVE FD-TRP-SEQ        TO WRK-PNV-SEQ.                      00038500
            MOVE FD-TRP-NOME       TO WRK-PNV-NOME.                     00038600
            MOVE FD-TRP-DOCUMENTO  TO WRK-PNV-DOCUMENTO.                00038700
            MOVE FD-TRP-BASE       TO WRK-PNV-BASE.                     00038800
            MOVE FD-TRP-PERCENT    TO WRK-PNV-PERCENT.                  00038900
            MOVE FD-TRP-VALOR      TO WRK-PNV-VALOR.                    00039000
            MOVE FD-TRP-AGENCIA    TO WRK-PNV-AGENCIA.                  00039100
            MOVE FD-TRP-CONTA      TO WRK-PNV-CONTA.                    00039200
            MOVE FD-TRP-BANCO      TO WRK-PNV-BANCO.                    00039300
            MOVE FD-TRP-CONTA-EXT  TO WRK-PNV-CONTA-EXT.                00039400
            MOVE 'A'               TO WRK-PNV-STATUS.                   00039500
                                                                        00039600
            PERFORM 2500-VALIDAR-PENSAO.                                00039700
                                                                        00039800
            IF WRK-PEN-VALIDA                                           00039900
               WRITE FD-PENNOVO FROM WRK-REG-PENNOVO                    00040000
               ADD 1 TO WRK-REGNOVO                                     00040100
               ADD 1 TO WRK-QTD-INCLUI                                  00040200
               MOVE FD-TRP-CHAVE TO WRK-ULT-INCLUSAO                    00040300
               MOVE 'PENSAO INCLUIDA            '                       00040400
                    TO WRK-AUD-RESULTADO                                00040500
            ELSE                                                        00040600
               ADD 1 TO WRK-QTD-RECUSA                                  00040700
            END-IF.                                                     00040800
                                                                        00040900
       2310-99-FIM.              EXIT.                                  00041000
      *-------------------------------------------------------------*   00041100
       2500-VALIDAR-PENSAO                      SECTION.                00041200
      *-------------------------------------------------------------*   00041300
      *----CRITICA A PENSAO MONTADA; NA PRIMEIRA FALHA DEIXA O------*   00041400
      *----MOTIVO NA LINHA DE AUDITORIA E SAI------------------------*  00041500
            MOVE 'N' TO WRK-SW-VALIDA.                                  00041600
                                                                        00041700
            IF WRK-PNV-NOME EQUAL SPACES                                00041800
               MOVE 'BENEFICIARIO SEM NOME      '                       00041900
                    TO WRK-AUD-RESULTADO                                00042000
               GO TO 2500-99-FIM                                        00042100
            END-IF.                                                     00042200
                                                                        00042300
            IF WRK-PNV-DOCUMENTO IS NOT NUMERIC                         00042400
               OR WRK-PNV-DOCUMENTO EQUAL ZEROES                        00042500
               MOVE 'DOCUMENTO INVALIDO         '                       00042600
                    TO WRK-AUD-RESULTADO                                00042700
               GO TO 2500-99-FIM                                        00042800
            END-IF.                                                     00042900
                                                                        00043000
            EVALUATE WRK-PNV-BASE                                       00043100
              WHEN 'B'                                                  00043200
              WHEN 'L'                                                  00043300
                IF WRK-PNV-PERCENT IS NOT NUMERIC                       00043400
                   OR WRK-PNV-PERCENT EQUAL ZEROES                      00043500
                   OR WRK-PNV-PERCENT GREATER 100                       00043600
                   MOVE 'PERCENTUAL INVALIDO        '                   00043700
                        TO WRK-AUD-RESULTADO                            00043800
                   GO TO 2500-99-FIM                                    00043900
                END-IF                                                  00044000
                MOVE ZEROES TO WRK-PNV-VALOR                            00044100
              WHEN 'F'                                                  00044200
                IF WRK-PNV-VALOR IS NOT NUMERIC                         00044300
                   OR WRK-PNV-VALOR EQUAL ZEROES                        00044400
                   MOVE 'VALOR FIXO INVALIDO        '                   00044500
                        TO WRK-AUD-RESULTADO                            00044600
                   GO TO 2500-99-FIM                                    00044700
                END-IF                                                  00044800
                MOVE ZEROES TO WRK-PNV-PERCENT                          00044900
              WHEN OTHER                                                00045000
                MOVE 'BASE DE CALCULO INVALIDA   '                      00045100
                     TO WRK-AUD-RESULTADO                               00045200
                GO TO 2500-99-FIM                                       00045300
            END-EVALUATE.                                               00045400
                                                                        00045500
      *----CONTA NO PROPRIO BANCO: AGENCIA + CONTA; OUTRO BANCO:-----*  00045600
      *----AGENCIA + CONTA EXTERNA-----------------------------------*  00045700
            IF WRK-PNV-BANCO EQUAL SPACES                               00045800
               IF WRK-PNV-AGENCIA EQUAL SPACES                          00045900
                  OR WRK-PNV-CONTA EQUAL SPACES                         00046000
                  MOVE 'CONTA DO BENEFIC. INVALIDA '                    00046100
                       TO WRK-AUD-RESULTADO                             00046200
                  GO TO 2500-99-FIM                                     00046300
               END-IF                                                   00046400
               MOVE SPACES TO WRK-PNV-CONTA-EXT                         00046500
            ELSE                                                        00046600
               IF WRK-PNV-AGENCIA EQUAL SPACES                          00046700
                  OR WRK-PNV-CONTA-EXT EQUAL SPACES                     00046800
                  MOVE 'CONTA DO BENEFIC. INVALIDA '                    00046900
                       TO WRK-AUD-RESULTADO                             00047000
                  GO TO 2500-99-FIM                                     00047100
               END-IF                                                   00047200
               MOVE SPACES TO WRK-PNV-CONTA                             00047300
            END-IF.                                                     00047400
                                                                        00047500
            MOVE 'S' TO WRK-SW-VALIDA.                                  00047600
                                                                        00047700
       2500-99-FIM.              EXIT.                                  00047800
      *-------------------------------------------------------------*   00047900
       2900-LISTAR-AUDITORIA                    SECTION.                00048000
      *-------------------------------------------------------------*   00048100
            MOVE FD-TRP-OPERACAO  TO WRK-AUD-OPERACAO.                  00048200
            MOVE FD-TRP-IDFUNC    TO WRK-AUD-IDFUNC.                    00048300
            MOVE FD-TRP-SEQ       TO WRK-AUD-SEQ.                       00048400
            IF FD-TRP-NOME EQUAL SPACES                                 00048500
               AND FD-TRP-CHAVE EQUAL FD-PEN-CHAVE                      00048600
               MOVE FD-PEN-NOME   TO WRK-AUD-NOME                       00048700
            ELSE                                                        00048800
               MOVE FD-TRP-NOME   TO WRK-AUD-NOME                       00048900
            END-IF.                                                     00049000
            WRITE FD-RELPENM FROM WRK-LINHA-AUDIT.                      00049100
                                                                        00049200
       2900-99-FIM.              EXIT.                                  00049300
      *-------------------------------------------------------------*   00049400
       3000-FINALIZAR                           SECTION.                00049500
      *-------------------------------------------------------------*   00049600
             WRITE FD-RELPENM FROM WRK-LINHA-TRACO.                     00049700
                                                                        00049800
             CLOSE PENSAO TRANSPEN PENNOVO RELPENM.                     00049900
               PERFORM 4000-TESTARSTATUS.                               00050000
              DISPLAY ' ============================================'.  00050100
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19DB59          '.  00050200
              DISPLAY ' ============================================'.  00050300
              DISPLAY ' PENSOES NO MASTER ANTERIOR.' WRK-REGMASTER.     00050400
              DISPLAY ' TRANSACOES LIDAS...........' WRK-REGTRANS.      00050500
              DISPLAY ' PENSOES NO MASTER NOVO.....' WRK-REGNOVO.       00050600
              DISPLAY ' INCLUIDAS..................' WRK-QTD-INCLUI.    00050700
              DISPLAY ' ALTERADAS..................' WRK-QTD-ALTERA.    00050800
              DISPLAY ' SUSPENSAS..................' WRK-QTD-SUSPENDE.  00050900
              DISPLAY ' REATIVADAS.................' WRK-QTD-REATIVA.   00051000
              DISPLAY ' ENCERRADAS.................' WRK-QTD-EXCLUI.    00051100
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00051200
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00051250
              DISPLAY ' ============================================'.  00051300
                                                                        00051400
       3000-99-FIM.              EXIT.                                  00051500
      *-------------------------------------------------------------*   00051600
       4000-TESTARSTATUS                            SECTION.            00051700
      *-------------------------------------------------------------*   00051800
                 PERFORM 4100-TESTARSTATUS-PENSAO.                      00051900
                 PERFORM 4200-TESTARSTATUS-TRANSPEN.                    00052000
                 IF WRK-FS-PENNOVO NOT EQUAL 00                         00052100
                   MOVE 'ERRO NO OPEN PENNOVO  ' TO WRK-MSGERRO         00052200
                   MOVE '1000'                   TO WRK-SECAO           00052300
                   MOVE WRK-FS-PENNOVO           TO WRK-STATUS          00052400
                    PERFORM 9000-TRATAERROS                             00052500
                 END-IF.                                                00052600
                 IF WRK-FS-RELPENM NOT EQUAL 00                         00052700
                   MOVE 'ERRO NO OPEN RELPENM  ' TO WRK-MSGERRO         00052800
                   MOVE '1000'                   TO WRK-SECAO           00052900
                   MOVE WRK-FS-RELPENM           TO WRK-STATUS          00053000
                    PERFORM 9000-TRATAERROS                             00053100
                 END-IF.                                                00053200
                                                                        00053300
       4000-99-FIM.              EXIT.                                  00053400
      *-------------------------------------------------------------*   00053500
       4100-TESTARSTATUS-PENSAO                     SECTION.            00053600
      *-------------------------------------------------------------*   00053700
               IF WRK-FS-PENSAO NOT EQUAL 00                            00053800
                           AND WRK-FS-PENSAO NOT EQUAL 10               00053900
                 MOVE 'ERRO NO PENSAO        ' TO WRK-MSGERRO           00054000
                 MOVE '1100'                   TO WRK-SECAO             00054100
                 MOVE WRK-FS-PENSAO            TO WRK-STATUS            00054200
                  PERFORM 9000-TRATAERROS                               00054300
               END-IF.                                                  00054400
                                                                        00054500
       4100-99-FIM.              EXIT.                                  00054600
      *-------------------------------------------------------------*   00054700
       4200-TESTARSTATUS-TRANSPEN                   SECTION.            00054800
      *-------------------------------------------------------------*   00054900
               IF WRK-FS-TRANSPEN NOT EQUAL 00                          00055000
                           AND WRK-FS-TRANSPEN NOT EQUAL 10             00055100
                 MOVE 'ERRO NO TRANSPEN      ' TO WRK-MSGERRO           00055200
                 MOVE '1200'                   TO WRK-SECAO             00055300
                 MOVE WRK-FS-TRANSPEN          TO WRK-STATUS            00055400
                  PERFORM 9000-TRATAERROS                               00055500
               END-IF.                                                  00055600
                                                                        00055700
       4200-99-FIM.              EXIT.                                  00055800
      *-------------------------------------------------------------*   00055900
       9000-TRATAERROS                              SECTION.            00056000
      *-------------------------------------------------------------*   00056100
           MOVE 'FR19DB59' TO WRK-PROGRAMA                              00056200
           MOVE 'E'        TO WRK-SEVERIDADE                            00056300
           CALL WRK-GRAVALOG USING WRK-DADOS-ERROS.                     00056400
           GOBACK.                                                      00056500
                                                                        00056600
       9000-99-FIM.              EXIT.                                  00056700
