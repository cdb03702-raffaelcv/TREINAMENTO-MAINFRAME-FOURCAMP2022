      *    (PROCESS/VALIDAR) ANTES DO LOTE PERMITE RODAR SO COM     *   00003000
      *    VALIDACAO: O CURSNOVO SAI IGUAL A ENTRADA. TODA          *   00003100
      *    TRANSACAO SAI NO RELATORIO RELCURSM COM O RESULTADO.     *   00003200
      *    DEPOIS DO MODO VEM O CARTAO OPERADOR (COLS 11-18 O       *   00003214
      *    OPERADOR QUE DIGITOU O LOTE). ANTES DE APLICAR CADA      *   00003228
      *    TRANSACAO O MODULO AUTORIZA CONFERE SE O PERFIL DELE     *   00003242
      *    PODE FAZER A OPERACAO NO ARQ1910; SEM PERMISSAO, OU COM  *   00003257
      *    OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E RECUSADA E  *   00003271
      *    SAI NO RELCURSM COM O NOME DO OPERADOR.                  *   00003285
      *-------------------------------------------------------------*   00003300
      *   ARQUIVOS...:                                              *   00003400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003500
      *    ALUCURSO             I                  -----------      *   00003700
      *    CURSNOVO             O                  -----------      *   00003800
      *    RELCURSM             O                  -----------      *   00003900
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00003925
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00003950
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00003975
      *-------------------------------------------------------------*   00004000
      *   MODULOS....:                             INCLUDE/BOOK     *   00004100
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004200
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00004250
      *=============================================================*   00004300
                                                                        00004400
      *=============================================================*   00004500
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
       77 WRK-MODO-EXEC   PIC X(07) VALUE 'PROCESS'.                    00013800
           88 WRK-MODO-NORMAL        VALUE 'PROCESS'.                   00013900
           88 WRK-MODO-SIMULACAO     VALUE 'VALIDAR'.                   00014000
       77 WRK-SW-NEGADA   PIC X(01) VALUE 'N'.                          00014033
           88 WRK-TRANS-NEGADA       VALUE 'S'.                         00014066
                                                                        00014100
       01 FILLER          PIC X(64) VALUE                               00014200
           '-----------CARTOES DA TRANSACAO-----------------'.          00014300
          05 FILLER              PIC X(10).                             00015800
          05 WRK-VAGAS-AC        PIC 9(03).                             00015900
          05 WRK-PRECO-AC        PIC 9(08)V99.                          00016000
                                                                        00016020
       01 WRK-OPERCARD.                                                 00016040
          05 FILLER              PIC X(10).                             00016060
          05 WRK-OPERADOR-AC     PIC X(08).                             00016080
                                                                        00016100
       01 FILLER          PIC X(64) VALUE                               00016200
           '-----------CADASTRO DE CURSOS EM MEMORIA--------'.          00016300
       77 WRK-QTD-ALTERACAO  PIC 9(05) VALUE ZEROES.                    00018600
       77 WRK-QTD-DESATIVA   PIC 9(05) VALUE ZEROES.                    00018700
       77 WRK-QTD-REATIVA    PIC 9(05) VALUE ZEROES.                    00018800
       77 WRK-QTD-NEGADA     PIC 9(05) VALUE ZEROES.                    00018850
                                                                        00018900
       01 FILLER          PIC X(64) VALUE                               00019000
           '-----------LINHAS DO RELATORIO------------------'.          00019100
          05 WRK-MAN-DESCRICAO   PIC X(30).                             00020700
          05 FILLER              PIC X(02) VALUE SPACES.                00020800
          05 WRK-MAN-RESULTADO   PIC X(31).                             00020900
                                                                        00020909
       01 WRK-LINHA-NEGADO.                                             00020918
          05 FILLER              PIC X(10) VALUE SPACES.                00020927
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00020936
          05 WRK-NEG-OPERADOR    PIC X(08).                             00020945
          05 FILLER              PIC X(03) VALUE ' - '.                 00020954
          05 WRK-NEG-NOME        PIC X(30).                             00020963
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00020972
          05 WRK-NEG-PERFIL      PIC X(08).                             00020981
          05 FILLER              PIC X(03) VALUE SPACES.                00020990
                                                                        00021000
      *=============================================================*   00021100
       PROCEDURE DIVISION.                                              00021200
            IF WRK-MODO-SIMULACAO                                       00024500
               DISPLAY ' MODO VALIDACAO - NENHUM DADO SERA GRAVADO '    00024600
            END-IF.                                                     00024700
            ACCEPT WRK-OPERCARD FROM SYSIN.                             00024750
                                                                        00024800
       1000-99-FIM.              EXIT.                                  00024900
      *-------------------------------------------------------------*   00025000
      *-------------------------------------------------------------*   00032300
                                                                        00032400
            PERFORM 2100-PROCURAR-CURSO.                                00032500
            PERFORM 2050-VERIFICAR-AUTORIZACAO.                         00032533
            IF WRK-AUT-AUTORIZADO                                       00032566
               EVALUATE WRK-OPERACAO-AC                                 00032600
                 WHEN 'INCLUSAO '                                       00032700
                   PERFORM 2200-INCLUIR                                 00032800
                 WHEN 'ALTERACAO'                                       00032900
                   PERFORM 2300-ALTERAR                                 00033000
                 WHEN 'DESATIVA '                                       00033100
                   PERFORM 2400-DESATIVAR                               00033200
                 WHEN 'REATIVA  '                                       00033300
                   PERFORM 2500-REATIVAR                                00033400
                 WHEN OTHER                                             00033500
                   MOVE 'OPERACAO INVALIDA - IGNORADA   '               00033600
                        TO WRK-MAN-RESULTADO                            00033700
                   ADD 1 TO WRK-REGREJEITADOS                           00033800
               END-EVALUATE                                             00033900
            END-IF.                                                     00033950
            PERFORM 2900-LISTAR-MANUTENCAO.                             00034000
            IF WRK-TRANS-NEGADA                                         00034025
               WRITE FD-RELCURSM FROM WRK-LINHA-NEGADO                  00034050
            END-IF.                                                     00034075
                                                                        00034100
            PERFORM 1050-LER-TRANSACAO.                                 00034200
                                                                        00034300
       2000-99-FIM.              EXIT.                                  00034400
      *-------------------------------------------------------------*   00034403
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00034406
      *-------------------------------------------------------------*   00034409
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00034412
      *   DA TRANSACAO NO ARQ1910 (MODULO AUTORIZA). SEM ELA, OU    *   00034415
      *   COM OPERADOR DESCONHECIDO/INATIVO, A TRANSACAO E          *   00034418
      *   RECUSADA E O RELCURSM MOSTRA QUEM A DIGITOU.              *   00034421
      *-------------------------------------------------------------*   00034425
            MOVE 'N' TO WRK-SW-NEGADA.                                  00034428
            MOVE 'ARQ1910'       TO WRK-AUT-PROGRAMA.                   00034431
            MOVE WRK-OPERACAO-AC TO WRK-AUT-OPERACAO.                   00034434
            MOVE WRK-OPERADOR-AC TO WRK-AUT-OPERADOR.                   00034437
            MOVE WRK-CODIGO-AC   TO WRK-AUT-CHAVE.                      00034440
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00034443
            IF NOT WRK-AUT-AUTORIZADO                                   00034446
               IF WRK-AUT-NEGADO                                        00034450
                  MOVE 'OPERADOR SEM PERMISSAO-RECUSADA'                00034453
                       TO WRK-MAN-RESULTADO                             00034456
               ELSE                                                     00034459
                  MOVE 'OPERADOR INVALIDO - RECUSADA   '                00034462
                       TO WRK-MAN-RESULTADO                             00034465
               END-IF                                                   00034468
               ADD 1 TO WRK-REGREJEITADOS                               00034471
                        WRK-QTD-NEGADA                                  00034475
               MOVE 'S' TO WRK-SW-NEGADA                                00034478
               MOVE WRK-OPERADOR-AC TO WRK-NEG-OPERADOR                 00034481
               MOVE WRK-AUT-NOME    TO WRK-NEG-NOME                     00034484
               MOVE WRK-AUT-PERFIL  TO WRK-NEG-PERFIL                   00034487
            END-IF.                                                     00034490
                                                                        00034493
       2050-99-FIM.              EXIT.                                  00034496
      *-------------------------------------------------------------*   00034500
       2100-PROCURAR-CURSO                      SECTION.                00034600
      *-------------------------------------------------------------*   00034700
              DISPLAY ' CURSOS NO MASTER NOVO.' WRK-REGNOVO.            00054900
              DISPLAY ' TRANSACOES APLICADAS..' WRK-REGPROCESSADOS.     00055000
              DISPLAY ' TRANSACOES RECUSADAS..' WRK-REGREJEITADOS.      00055100
              DISPLAY ' NEGADAS PELO AUTORIZA.' WRK-QTD-NEGADA.         00055150
              DISPLAY ' INCLUSOES.............' WRK-QTD-INCLUSAO.       00055200
              DISPLAY ' ALTERACOES............' WRK-QTD-ALTERACAO.      00055300
              DISPLAY ' DESATIVACOES..........' WRK-QTD-DESATIVA.       00055400
