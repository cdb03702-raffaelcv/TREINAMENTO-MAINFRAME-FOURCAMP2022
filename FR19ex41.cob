      *    RELATORIO. O MASTER DA A CADA PROJETO UM CODIGO, NOME    *   00001500
      *    OFICIAL, GESTOR, HORAS ORCADAS, SITUACAO (A=ABERTO,      *   00001600
      *    E=ENCERRADO), TAXA DE FATURAMENTO E CODIGO DO CLIENTE.   *   00001700
      *    PRAZO PREVISTO EM PERIODOS (MESES) ALIMENTA A PROJECAO   *   00001733
      *    DE TERMINO DO FR19DB65.                                  *   00001766
      *    CASA O MASTER ATUAL (PROJMST) COM O ARQUIVO DE           *   00001800
      *    TRANSACOES (TRANSPRJ), AMBOS CLASSIFICADOS POR CODIGO,   *   00001900
      *    E GRAVA O MASTER NOVO (PROJNOVO) COM CABECALHO/RODAPE    *   00002000
      *     INCLUI    - CRIA O PROJETO (REJEITA CODIGO DUPLICADO,   *   00002200
      *                 NOME EM BRANCO E ORCAMENTO ZERADO)          *   00002300
      *     ALTERA    - TROCA NOME, GESTOR, ORCAMENTO, TAXA E       *   00002400
      *                 CLIENTE E PRAZO (CAMPO EM BRANCO/ZEROS      *   00002500
      *                 MANTEM)                                     *   00002550
      *     ENCERRA   - MARCA STATUS 'E'; O FR19EX09 PASSA A        *   00002600
      *                 RECUSAR APONTAMENTOS PARA ELE               *   00002700
      *     REATIVA   - VOLTA O STATUS PARA 'A'                     *   00002800
      *    TODA TRANSACAO SAI NO RELATORIO DE AUDITORIA RELPROJM    *   00002900
      *    COM O RESULTADO.                                         *   00003000
      *    MATRIZ DE AUTORIZACAO: UM CARTAO SYSIN OPERADOR (COLS    *   00003014
      *    11-18 O OPERADOR QUE LIBEROU O LOTE). ANTES DE APLICAR   *   00003028
      *    CADA TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL     *   00003042
      *    DELE PODE FAZER A OPERACAO NO FR19EX41; SEM PERMISSAO,   *   00003057
      *    OU COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E      *   00003071
      *    RECUSADA E SAI NO RELPROJM COM O NOME DO OPERADOR.       *   00003085
      *-------------------------------------------------------------*   00003100
      *   ARQUIVOS...:                                              *   00003200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003300
      *    TRANSPRJ             I                  -----------      *   00003500
      *    PROJNOVO             O                  -----------      *   00003600
      *    RELPROJM             O                  -----------      *   00003700
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003725
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003750
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003775
      *-------------------------------------------------------------*   00003800
      *   MODULOS....:                             INCLUDE/BOOK     *   00003900
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004000
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00004050
      *=============================================================*   00004100
                                                                        00004200
      *=============================================================*   00004300
          05 FD-PRM-STATUS         PIC X(01).                           00008100
          05 FD-PRM-TAXAFAT        PIC 9(06)V99.                        00008200
          05 FD-PRM-CLIENTE        PIC X(05).                           00008300
          05 FD-PRM-PRAZO          PIC 9(02).                           00008400
                                                                        00008500
      *-------------------LRECL 88----------------------------------*   00008600
       FD TRANSPRJ                                                      00008700
          05 FD-TRP-STATUS         PIC X(01).                           00009700
          05 FD-TRP-TAXAFAT        PIC 9(06)V99.                        00009800
          05 FD-TRP-CLIENTE        PIC X(05).                           00009900
          05 FD-TRP-PRAZO          PIC 9(02).                           00010000
                                                                        00010100
      *-------------------LRECL 80----------------------------------*   00010200
       FD PROJNOVO                                                      00010300
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00011800
       COPY '#GLOG'.                                                    00011900
      *-------------------------------------------------------------*   00012000
                                                                        00012014
       01 FILLER          PIC X(64) VALUE                               00012028
           '-----------BOOK AUTORIZA------------------------'.          00012042
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00012057
       COPY '#GAUT'.                                                    00012071
      *-------------------------------------------------------------*   00012085
                                                                        00012100
       01 FILLER          PIC X(64) VALUE                               00012200
           '-----------VARIAVEIS DE STATUS------------------'.          00012300
       77 WRK-QTD-ENCERRA PIC 9(05) VALUE ZEROES.                       00013800
       77 WRK-QTD-REATIVA PIC 9(05) VALUE ZEROES.                       00013900
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00014000
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00014050
       77 WRK-HASH-NOVO   PIC 9(12) VALUE ZEROES.                       00014100
                                                                        00014200
       77 WRK-SW-DADO-PRM PIC X(01) VALUE 'N'.                          00014300
          05 FILLER              PIC X(02) VALUE SPACES.                00018800
          05 WRK-AUD-RESULTADO   PIC X(28).                             00018900
          05 FILLER              PIC X(12) VALUE SPACES.                00019000
                                                                        00019006
       01 WRK-OPERCARD.                                                 00019013
          05 FILLER              PIC X(10).                             00019020
          05 WRK-OPERADOR-AC     PIC X(08).                             00019026
                                                                        00019033
       01 WRK-LINHA-NEGADO.                                             00019040
          05 FILLER              PIC X(10) VALUE SPACES.                00019046
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00019053
          05 WRK-NEG-OPERADOR    PIC X(08).                             00019060
          05 FILLER              PIC X(03) VALUE ' - '.                 00019066
          05 WRK-NEG-NOME        PIC X(30).                             00019073
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00019080
          05 WRK-NEG-PERFIL      PIC X(08).                             00019086
          05 FILLER              PIC X(23) VALUE SPACES.                00019093
                                                                        00019100
      *=============================================================*   00019200
       PROCEDURE DIVISION.                                              00019300
               WRITE FD-RELPROJM FROM WRK-LINHA-TRACO.                  00022500
               WRITE FD-RELPROJM FROM WRK-LINHA-TITULO.                 00022600
               WRITE FD-RELPROJM FROM WRK-LINHA-TRACO.                  00022700
               ACCEPT WRK-OPERCARD FROM SYSIN.                          00022750
                                                                        00022800
       1000-99-FIM.              EXIT.                                  00022900
      *-------------------------------------------------------------*   00023000
               PERFORM 2100-GRAVAR-MASTER                               00027400
               PERFORM 1100-LER-PROJMST                                 00027500
             WHEN FD-PRM-CODIGO EQUAL FD-TRP-CODIGO                     00027600
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00027700
               IF WRK-AUT-AUTORIZADO                                    00027725
                  PERFORM 2200-APLICAR-NO-PROJETO                       00027750
               END-IF                                                   00027775
               PERFORM 1200-LER-TRANSPRJ                                00027800
             WHEN OTHER                                                 00027900
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00028000
               IF WRK-AUT-AUTORIZADO                                    00028025
                  PERFORM 2300-APLICAR-SEM-PROJETO                      00028050
               END-IF                                                   00028075
               PERFORM 1200-LER-TRANSPRJ                                00028100
            END-EVALUATE.                                               00028200
                                                                        00028300
       2000-99-FIM.              EXIT.                                  00028400
      *-------------------------------------------------------------*   00028403
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00028406
      *-------------------------------------------------------------*   00028409
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00028412
      *   DA TRANSACAO NO FR19EX41 (MODULO AUTORIZA). SEM ELA, OU   *   00028416
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00028419
      *   RECUSADA E O RELPROJM MOSTRA QUEM A DIGITOU.              *   00028422
      *-------------------------------------------------------------*   00028425
            MOVE 'FR19EX41'      TO WRK-AUT-PROGRAMA.                   00028429
            MOVE FD-TRP-OPERACAO TO WRK-AUT-OPERACAO.                   00028432
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00028435
            MOVE FD-TRP-CODIGO   TO WRK-AUT-CHAVE.                      00028438
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00028441
            IF NOT WRK-AUT-AUTORIZADO                                   00028445
               IF WRK-AUT-NEGADO                                        00028448
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00028451
                       TO WRK-AUD-RESULTADO                             00028454
               ELSE                                                     00028458
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00028461
                       TO WRK-AUD-RESULTADO                             00028464
               END-IF                                                   00028467
               ADD 1 TO WRK-QTD-RECUSA                                  00028470
                        WRK-QTD-NEGADA                                  00028474
               PERFORM 2900-LISTAR-AUDITORIA                            00028477
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00028480
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00028483
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00028487
               WRITE FD-RELPROJM FROM WRK-LINHA-NEGADO                  00028490
            END-IF.                                                     00028493
       2050-99-FIM.              EXIT.                                  00028496
      *-------------------------------------------------------------*   00028500
       2100-GRAVAR-MASTER                       SECTION.                00028600
      *-------------------------------------------------------------*   00028700
                IF FD-TRP-CLIENTE NOT EQUAL SPACES                      00031800
                   MOVE FD-TRP-CLIENTE TO FD-PRM-CLIENTE                00031900
                END-IF                                                  00032000
                IF FD-TRP-PRAZO NUMERIC                                 00032020
                   AND FD-TRP-PRAZO GREATER ZEROES                      00032040
                   MOVE FD-TRP-PRAZO TO FD-PRM-PRAZO                    00032060
                END-IF                                                  00032080
                MOVE 'PROJETO ALTERADO            '                     00032100
                     TO WRK-AUD-RESULTADO                               00032200
                ADD 1 TO WRK-QTD-ALTERA                                 00032300
              DISPLAY ' PROJETOS ENCERRADOS.........' WRK-QTD-ENCERRA.  00044700
              DISPLAY ' PROJETOS REATIVADOS.........' WRK-QTD-REATIVA.  00044800
              DISPLAY ' TRANSACOES RECUSADAS........' WRK-QTD-RECUSA.   00044900
              DISPLAY ' RECUSADAS POR AUTORIZACAO...' WRK-QTD-NEGADA.   00044950
              DISPLAY ' ============================================'.  00045000
                                                                        00045100
       3000-99-FIM.              EXIT.                                  00045200
