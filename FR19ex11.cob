      *                 AGENCIA+CONTA DUPLICADA)                    *   00001900
      *     ALTERNOME - TROCA O NOME DO TITULAR                     *   00002000
      *     ENCERRA   - EXCLUI A CONTA; RECUSADA ENQUANTO O SALDO   *   00002100
      *                 FOR DIFERENTE DE ZERO OU, NA CONTA CONJUNTA,*   00002125
      *                 ENQUANTO O CADASTRO DE TITULARES (FR19EX51) *   00002150
      *                 ESTIVER INCONSISTENTE COM A CONTA: TEM QUE  *   00002175
      *                 HAVER UM SO PRINCIPAL, COM O NOME/CPF/CNPJ  *   00002200
      *                 DO CLIENTES, AO MENOS UM COTITULAR E A MESMA*   00002225
      *                 REGRA DE ASSINATURA EM TODOS (SEM O ARQUIVO *   00002250
      *                 TITULARES A CONFERENCIA FICA DESLIGADA)     *   00002275
      *                 O CARTAO VEM DA LIQUIDACAO DO FR19EX52, A   *   00002283
      *                 APLICAR DEPOIS DA POSTAGEM DO MOVENC        *   00002291
      *     BLOQUEIA   - MARCA A CONTA COMO BLOQUEADA (STATUS B),  *    00002300
      *                 COM O MOTIVO NO CAMPO DE NOME DO CARTAO    *    00002400
      *     DESBLOQ   - VOLTA A CONTA PARA ATIVA (STATUS A)        *    00002500
      *    EXIGE DOCUMENTO COM DIGITO VERIFICADOR VALIDO - CARTAO  *    00003400
      *    COM DOCUMENTO INVALIDO E RECUSADO COMO A CHAVE          *    00003500
      *    DUPLICADA.                                              *    00003600
      *    UM CARTAO DE MODO (OPERACAO PROCESS/VALIDAR, CHAVE EM   *    00003614
      *    BRANCO) PODE ABRIR O TRANSCLI: EM VALIDAR TODA TRANSACAO*    00003628
      *    E CRITICADA E SAI NO RELATORIO, MAS O CLINOVO SAI IGUAL *    00003642
      *    AO CLIENTES (O LOTE DE ALTLIMIT DO FR19EX48 JA CHEGA    *    00003657
      *    NESSE MODO, PARA A AREA DE CREDITO REVISAR ANTES DE     *    00003671
      *    TROCAR O CARTAO PARA PROCESS). SEM O CARTAO, PROCESS.   *    00003685
      *    TODA TRANSACAO SAI NO RELATORIO DE AUDITORIA RELCLIM     *   00003700
      *    COM O RESULTADO. MANTIDO POR PROGRAMA, O MASTER NUNCA    *   00003800
      *    PERDE A CLASSIFICACAO QUE O CASAMENTO DO FR19EX04 EXIGE. *   00003900
      *    MATRIZ DE AUTORIZACAO: UM CARTAO OPERADOR (CHAVE EM      *   00003910
      *    BRANCO, CODIGO DO OPERADOR NAS POSICOES 17-24) DIZ QUEM  *   00003920
      *    LIBEROU O LOTE. ANTES DE APLICAR CADA CARTAO O MODULO    *   00003930
      *    AUTORIZA CONFERE SE O PERFIL DO OPERADOR PODE FAZER A    *   00003940
      *    OPERACAO NO FR19EX11; CARTAO NAO AUTORIZADO (OU LOTE SEM *   00003950
      *    OPERADOR CADASTRADO) E RECUSADO E SAI NO RELCLIM COM O   *   00003960
      *    NOME DO OPERADOR. OS LOTES DO FR19EX48 E DO FR19EX52     *   00003970
      *    RECEBEM O CARTAO OPERADOR DE QUEM OS LIBERA, JUNTO COM O *   00003980
      *    CARTAO DE MODO.                                          *   00003990
      *-------------------------------------------------------------*   00004000
      *   ARQUIVOS...:                                              *   00004100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004200
      *    CLIENTES             I                  -----------      *   00004300
      *    TRANSCLI             I                  -----------      *   00004400
      *    TITULARES            I                  -----------      *   00004450
      *    CLINOVO              O                  -----------      *   00004500
      *    RELCLIM              O                  -----------      *   00004600
      *    OPERADOR             I (VIA AUTORIZA)   -----------      *   00004610
      *    PERMISSO             I (VIA AUTORIZA)   -----------      *   00004620
      *    ACESSLOG             O (VIA AUTORIZA)   -----------      *   00004630
      *-------------------------------------------------------------*   00004700
      *   MODULOS....:                             INCLUDE/BOOK     *   00004800
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00004900
      *   AUTORIZA -   MATRIZ DE AUTORIZACAO        #GAUT           *   00004910
      *=============================================================*   00005000
                                                                        00005100
      *=============================================================*   00005200
                                                                        00006600
            SELECT AGENCIAS ASSIGN TO AGENCIAS                          00006700
                 FILE STATUS IS WRK-FS-AGENCIAS.                        00006800
            SELECT TITULARES ASSIGN TO TITULARES                        00006833
                 FILE STATUS IS WRK-FS-TITULARES.                       00006866
                                                                        00006900
            SELECT TRANSCLI ASSIGN TO TRANSCLI                          00007000
                 FILE STATUS IS WRK-FS-TRANSCLI.                        00007100
          05 FD-AGE-NOME        PIC X(30).                              00010600
          05 FD-AGE-REGIAO      PIC X(10).                              00010700
          05 FD-AGE-STATUS      PIC X(01).                              00010800
      *-------------------LRECL 80----------------------------------*   00010807
       FD TITULARES                                                     00010815
           RECORDING MODE IS F                                          00010823
           LABEL RECORD IS STANDARD                                     00010830
           BLOCK CONTAINS 0 RECORDS.                                    00010838
       01 FD-TITULARES.                                                 00010846
          05 FD-TIT-CHAVE       PIC X(08).                              00010853
          05 FD-TIT-PAPEL       PIC X(01).                              00010861
          05 FD-TIT-DOCUMENTO   PIC 9(14).                              00010869
          05 FD-TIT-NOME        PIC X(30).                              00010876
          05 FD-TIT-REGRA       PIC X(01).                              00010884
          05 FILLER             PIC X(26).                              00010892
                                                                        00010900
      *-------------------LRECL 60----------------------------------*   00011000
       FD TRANSCLI                                                      00011100
       77 WRK-GRAVALOG    PIC X(08) VALUE 'GRAVALOG'.                   00013900
       COPY '#GLOG'.                                                    00014000
      *-------------------------------------------------------------*   00014100
                                                                        00014110
       01 FILLER          PIC X(64) VALUE                               00014120
           '-----------BOOK AUTORIZA------------------------'.          00014130
       77 WRK-AUTORIZA    PIC X(08) VALUE 'AUTORIZA'.                   00014140
       COPY '#GAUT'.                                                    00014150
      *-------------------------------------------------------------*   00014160
                                                                        00014200
       01 FILLER          PIC X(64) VALUE                               00014300
           '-----------VARIAVEIS DE STATUS------------------'.          00014400
                                                                        00014500
       77 WRK-FS-CLIENTES PIC 9(02).                                    00014600
       77 WRK-FS-AGENCIAS PIC 9(02).                                    00014700
       77 WRK-FS-TITULARES PIC 9(02).                                   00014750
       77 WRK-FS-TRANSCLI PIC 9(02).                                    00014800
       77 WRK-FS-CLINOVO  PIC 9(02).                                    00014900
       77 WRK-FS-RELCLIM  PIC 9(02).                                    00015000
       77 WRK-QTD-LIMITE  PIC 9(05) VALUE ZEROES.                       00016300
       77 WRK-QTD-DOC     PIC 9(05) VALUE ZEROES.                       00016400
       77 WRK-QTD-RECUSA  PIC 9(05) VALUE ZEROES.                       00016500
       77 WRK-QTD-NEGADA  PIC 9(05) VALUE ZEROES.                       00016550
       77 WRK-HASH-NOVO   PIC S9(12) VALUE ZEROES.                      00016600
                                                                        00016700
       77 WRK-SW-DADO-CLI PIC X(01) VALUE 'N'.                          00016800
       77 WRK-SW-EXCLUIDO PIC X(01) VALUE 'N'.                          00017000
           88 WRK-CONTA-EXCLUIDA    VALUE 'S'.                          00017100
       77 WRK-ULT-ABERTA  PIC X(08) VALUE LOW-VALUES.                   00017200
       77 WRK-MODO-EXEC   PIC X(07) VALUE 'PROCESS'.                    00017220
           88 WRK-MODO-NORMAL        VALUE 'PROCESS'.                   00017240
           88 WRK-MODO-SIMULACAO     VALUE 'VALIDAR'.                   00017260
       77 WRK-OPERADOR-LOTE PIC X(08) VALUE SPACES.                     00017263
       77 WRK-SW-CONTROLE PIC X(01) VALUE 'N'.                          00017266
           88 WRK-CARTAO-CONTROLE   VALUE 'S'.                          00017269
       01 WRK-CLIENTES-ANTES     PIC X(89).                             00017280
                                                                        00017300
      *----VISAO DO LIMITE APROVADO NO CARTAO ALTLIMIT (POSICOES----*   00017400
      *----1-8 DO CAMPO DE NOME DA TRANSACAO)------------------------*  00017500
          05 WRK-AGT-LINHA OCCURS 200 TIMES.                            00020600
             10 WRK-AGT-CODIGO     PIC X(04).                           00020700
             10 WRK-AGT-STATUS     PIC X(01).                           00020800
      *----TITULARES DE CONTA CONJUNTA (CONFERENCIA DO ENCERRA)-----*   00020805
       77 WRK-SW-FIM-TIT  PIC X(01) VALUE 'N'.                          00020811
           88 WRK-FIM-TITULARES     VALUE 'S'.                          00020816
       77 WRK-SW-TIT-OK   PIC X(01) VALUE 'S'.                          00020822
           88 WRK-TITULARES-OK      VALUE 'S'.                          00020827
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROES.                       00020833
       77 WRK-SUB-TIT     PIC 9(04) VALUE ZEROES.                       00020838
       77 WRK-QTD-PRINC   PIC 9(02) VALUE ZEROES.                       00020844
       77 WRK-QTD-SECUND  PIC 9(02) VALUE ZEROES.                       00020850
       77 WRK-REGRA-CONTA PIC X(01) VALUE SPACE.                        00020855
       01 WRK-TAB-TIT.                                                  00020861
          05 WRK-TTB-LINHA OCCURS 5000 TIMES.                           00020866
             10 WRK-TTB-CHAVE      PIC X(08).                           00020872
             10 WRK-TTB-PAPEL      PIC X(01).                           00020877
             10 WRK-TTB-DOCUMENTO  PIC 9(14).                           00020883
             10 WRK-TTB-NOME       PIC X(30).                           00020888
             10 WRK-TTB-REGRA      PIC X(01).                           00020894
                                                                        00020900
       01 FILLER          PIC X(64) VALUE                               00021000
           '-----------CONTROLE GRAVADO NO CLINOVO----------'.          00021100
             'MANUTENCAO DO CADASTRO DE CLIENTES (AUDITORIA)'.          00023400
          05 FILLER              PIC X(08) VALUE '  DATA: '.            00023500
          05 WRK-TIT-DATA        PIC 9(08).                             00023600
          05 FILLER              PIC X(02) VALUE SPACES.                00023666
          05 WRK-TIT-MODO        PIC X(16) VALUE SPACES.                00023733
                                                                        00023800
       01 WRK-LINHA-TRACO        PIC X(80) VALUE ALL '-'.               00023900
                                                                        00024000
          05 WRK-AUD-NOME        PIC X(30).                             00024800
          05 FILLER              PIC X(02) VALUE SPACES.                00024900
          05 WRK-AUD-RESULTADO   PIC X(27).                             00025000
                                                                        00025005
       01 WRK-LINHA-OPERADOR.                                           00025010
          05 FILLER              PIC X(18) VALUE 'OPERADOR DO LOTE: '.  00025015
          05 WRK-OPL-OPERADOR    PIC X(08).                             00025020
          05 FILLER              PIC X(54) VALUE SPACES.                00025025
                                                                        00025030
       01 WRK-LINHA-NEGADO.                                             00025035
          05 FILLER              PIC X(10) VALUE SPACES.                00025040
          05 FILLER              PIC X(10) VALUE 'OPERADOR: '.          00025045
          05 WRK-NEG-OPERADOR    PIC X(08).                             00025050
          05 FILLER              PIC X(03) VALUE ' - '.                 00025055
          05 WRK-NEG-NOME        PIC X(30).                             00025060
          05 FILLER              PIC X(08) VALUE ' PERFIL '.            00025065
          05 WRK-NEG-PERFIL      PIC X(08).                             00025070
          05 FILLER              PIC X(03) VALUE SPACES.                00025075
                                                                        00025100
      *=============================================================*   00025200
       PROCEDURE DIVISION.                                              00025300
                                                                        00026100
            PERFORM  1100-LER-CLIENTES.                                 00026200
            PERFORM  1200-LER-TRANSCLI.                                 00026300
            PERFORM  1250-VERIFICAR-MODO.                               00026350
                                                                        00026400
            PERFORM  2000-PROCESSAR UNTIL FD-CHAVE EQUAL HIGH-VALUES    00026500
                                      AND FD-TRC-CHAVE EQUAL            00026600
      *-------------------------------------------------------------*   00027200
       1000-INICIAR                             SECTION.                00027300
      *-------------------------------------------------------------*   00027400
             OPEN INPUT  CLIENTES TRANSCLI AGENCIAS TITULARES           00027500
                  OUTPUT CLINOVO RELCLIM.                               00027600
                                                                        00027700
               PERFORM 4000-TESTARSTATUS.                               00027800
                                                                        00027900
               PERFORM 1400-CARREGAR-AGENCIAS                           00028000
                       UNTIL WRK-FIM-AGENCIAS.                          00028100
               PERFORM 1500-CARREGAR-TITULARES                          00028133
                       UNTIL WRK-FIM-TITULARES.                         00028166
                                                                        00028200
               ACCEPT WRK-TIT-DATA FROM DATE YYYYMMDD.                  00028300
               MOVE WRK-TIT-DATA TO WRK-CABN-DATA.                      00028400
               WRITE FD-CLINOVO FROM WRK-CLINOVO-CAB.                   00028500
                                                                        00029000
       1000-99-FIM.              EXIT.                                  00029100
      *-------------------------------------------------------------*   00029200
                 END-IF.                                                00032900
                                                                        00033000
       1200-99-FIM.              EXIT.                                  00033100
      *-------------------------------------------------------------*   00033102
       1250-VERIFICAR-MODO                      SECTION.                00033104
      *-------------------------------------------------------------*   00033106
      *   CARTOES DE CONTROLE NO INICIO DO LOTE (CHAVE EM BRANCO,   *   00033109
      *   QUE O SORT POR AGENCIA + CONTA JA POE NA FRENTE): MODO E  *   00033111
      *   OPERADOR. NAO SAO TRANSACAO: SO LIGAM O MODO / GUARDAM O  *   00033113
      *   OPERADOR DO LOTE E SAO DESCARTADOS.                       *   00033115
      *-------------------------------------------------------------*   00033117
            MOVE 'S' TO WRK-SW-CONTROLE.                                00033119
            PERFORM 1260-TRATAR-CONTROLE                                00033121
                    UNTIL NOT WRK-CARTAO-CONTROLE.                      00033123
            IF WRK-MODO-SIMULACAO                                       00033126
               DISPLAY ' MODO VALIDACAO - NENHUM DADO SERA GRAVADO '    00033128
               MOVE 'MODO VALIDACAO' TO WRK-TIT-MODO                    00033130
            END-IF.                                                     00033132
                                                                        00033134
            WRITE FD-RELCLIM FROM WRK-LINHA-TRACO.                      00033136
            WRITE FD-RELCLIM FROM WRK-LINHA-TITULO.                     00033138
            MOVE WRK-OPERADOR-LOTE TO WRK-OPL-OPERADOR.                 00033140
            WRITE FD-RELCLIM FROM WRK-LINHA-OPERADOR.                   00033143
            WRITE FD-RELCLIM FROM WRK-LINHA-TRACO.                      00033145
                                                                        00033147
       1250-99-FIM.              EXIT.                                  00033149
      *-------------------------------------------------------------*   00033151
       1260-TRATAR-CONTROLE                     SECTION.                00033153
      *-------------------------------------------------------------*   00033155
      *   UM CARTAO DE CONTROLE POR VEZ: MODO (PROCESS/VALIDAR) OU  *   00033157
      *   OPERADOR (CHAVE EM BRANCO, CODIGO NAS POSICOES 17-24).    *   00033160
      *-------------------------------------------------------------*   00033162
            MOVE 'N' TO WRK-SW-CONTROLE.                                00033164
            IF FD-TRC-CHAVE NOT EQUAL HIGH-VALUES                       00033166
               EVALUATE TRUE                                            00033168
                 WHEN FD-TRC-OPERACAO EQUAL 'VALIDAR ' OR 'PROCESS '    00033170
                   MOVE FD-TRC-OPERACAO TO WRK-MODO-EXEC                00033172
                   MOVE 'S' TO WRK-SW-CONTROLE                          00033174
                 WHEN FD-TRC-OPERACAO EQUAL 'OPERADOR'                  00033177
                      AND FD-TRC-CHAVE EQUAL SPACES                     00033179
                   MOVE FD-TRC-NOME (1:8) TO WRK-OPERADOR-LOTE          00033181
                   MOVE 'S' TO WRK-SW-CONTROLE                          00033183
               END-EVALUATE                                             00033185
            END-IF.                                                     00033187
            IF WRK-CARTAO-CONTROLE                                      00033189
               SUBTRACT 1 FROM WRK-REGTRANS                             00033191
               PERFORM 1200-LER-TRANSCLI                                00033194
            END-IF.                                                     00033196
       1260-99-FIM.              EXIT.                                  00033198
      *-------------------------------------------------------------*   00033200
       2000-PROCESSAR                           SECTION.                00033300
      *-------------------------------------------------------------*   00033400
               PERFORM 2100-GRAVAR-MASTER                               00033700
               PERFORM 1100-LER-CLIENTES                                00033800
             WHEN FD-CHAVE EQUAL FD-TRC-CHAVE                           00033900
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00033950
               IF WRK-AUT-AUTORIZADO                                    00033960
                  PERFORM 2200-APLICAR-NA-CONTA                         00034000
               END-IF                                                   00034050
               PERFORM 1200-LER-TRANSCLI                                00034100
             WHEN OTHER                                                 00034200
               PERFORM 2050-VERIFICAR-AUTORIZACAO                       00034250
               IF WRK-AUT-AUTORIZADO                                    00034270
                  PERFORM 2300-APLICAR-SEM-CONTA                        00034300
               END-IF                                                   00034350
               PERFORM 1200-LER-TRANSCLI                                00034400
            END-EVALUATE.                                               00034500
                                                                        00034600
       2000-99-FIM.              EXIT.                                  00034700
      *-------------------------------------------------------------*   00034703
       2050-VERIFICAR-AUTORIZACAO               SECTION.                00034706
      *-------------------------------------------------------------*   00034709
      *   O OPERADOR DO LOTE PRECISA DE PERMISSAO PARA A OPERACAO   *   00034712
      *   DO CARTAO NO FR19EX11 (MODULO AUTORIZA). SEM PERMISSAO,   *   00034715
      *   OU COM OPERADOR DESCONHECIDO/INATIVO, O CARTAO E RECUSADO *   00034718
      *   E O RELCLIM MOSTRA QUEM O DIGITOU.                        *   00034721
      *-------------------------------------------------------------*   00034724
            MOVE 'FR19EX11'        TO WRK-AUT-PROGRAMA.                 00034727
            MOVE FD-TRC-OPERACAO   TO WRK-AUT-OPERACAO.                 00034730
            MOVE WRK-OPERADOR-LOTE TO WRK-AUT-OPERADOR.                 00034733
            MOVE FD-TRC-CHAVE      TO WRK-AUT-CHAVE.                    00034736
            CALL WRK-AUTORIZA USING WRK-DADOS-AUTORIZA.                 00034739
            IF NOT WRK-AUT-AUTORIZADO                                   00034742
               IF WRK-AUT-NEGADO                                        00034745
                  MOVE 'OPERADOR SEM PERMIS-RECUSAD'                    00034748
                       TO WRK-AUD-RESULTADO                             00034751
               ELSE                                                     00034754
                  MOVE 'OPERADOR INVALIDO-RECUSADA '                    00034757
                       TO WRK-AUD-RESULTADO                             00034760
               END-IF                                                   00034763
               ADD 1 TO WRK-QTD-RECUSA                                  00034766
                        WRK-QTD-NEGADA                                  00034769
               PERFORM 2900-LISTAR-AUDITORIA                            00034772
               MOVE WRK-OPERADOR-LOTE TO WRK-NEG-OPERADOR               00034775
               MOVE WRK-AUT-NOME      TO WRK-NEG-NOME                   00034778
               MOVE WRK-AUT-PERFIL    TO WRK-NEG-PERFIL                 00034781
               WRITE FD-RELCLIM FROM WRK-LINHA-NEGADO                   00034784
            END-IF.                                                     00034787
                                                                        00034790
       2050-99-FIM.              EXIT.                                  00034793
      *-------------------------------------------------------------*   00034800
       2100-GRAVAR-MASTER                       SECTION.                00034900
      *-------------------------------------------------------------*   00035000
      *-------------------------------------------------------------*   00035800
       2200-APLICAR-NA-CONTA                    SECTION.                00035900
      *-------------------------------------------------------------*   00036000
      *   TRANSACAO COM CONTA EXISTENTE NO MASTER. EM MODO          *   00036060
      *   VALIDACAO A CONTA VOLTA COMO ESTAVA DEPOIS DA CRITICA.    *   00036120
      *-------------------------------------------------------------*   00036180
            MOVE FD-CLIENTES TO WRK-CLIENTES-ANTES.                     00036240
            EVALUATE FD-TRC-OPERACAO                                    00036300
              WHEN 'ABERTURA'                                           00036400
                MOVE 'CONTA JA EXISTE - RECUSADA '                      00036500
                   ADD 1 TO WRK-QTD-RECUSA                              00040700
                END-IF                                                  00040800
              WHEN 'ENCERRA '                                           00040900
                PERFORM 2600-CONFERIR-TITULARES                         00040964
                EVALUATE TRUE                                           00041029
                  WHEN FD-SALDO NOT EQUAL ZEROES                        00041094
                   MOVE 'SALDO NAO ZERADO - RECUSADA'                   00041158
                        TO WRK-AUD-RESULTADO                            00041223
                   ADD 1 TO WRK-QTD-RECUSA                              00041288
                  WHEN NOT WRK-TITULARES-OK                             00041352
                   MOVE 'TITULARES INCONSIST-RECUSAD'                   00041417
                        TO WRK-AUD-RESULTADO                            00041482
                   ADD 1 TO WRK-QTD-RECUSA                              00041547
                  WHEN OTHER                                            00041611
                   MOVE 'S' TO WRK-SW-EXCLUIDO                          00041676
                   MOVE 'CONTA ENCERRADA            '                   00041741
                        TO WRK-AUD-RESULTADO                            00041805
                   ADD 1 TO WRK-QTD-ENCERRA                             00041870
                END-EVALUATE                                            00041935
              WHEN OTHER                                                00042000
                MOVE 'OPERACAO INVALIDA          '                      00042100
                     TO WRK-AUD-RESULTADO                               00042200
                ADD 1 TO WRK-QTD-RECUSA                                 00042300
            END-EVALUATE.                                               00042400
            IF WRK-MODO-SIMULACAO                                       00042420
               MOVE WRK-CLIENTES-ANTES TO FD-CLIENTES                   00042440
               MOVE 'N' TO WRK-SW-EXCLUIDO                              00042460
            END-IF.                                                     00042480
            PERFORM 2900-LISTAR-AUDITORIA.                              00042500
                                                                        00042600
       2200-99-FIM.              EXIT.                                  00042700
                   MOVE 'A'          TO FD-CLINOVO (47:1)               00046300
                   MOVE '00000000'   TO FD-CLINOVO (68:8)               00046400
                   MOVE WRK-DOC-NUM  TO FD-CLINOVO (76:14)              00046500
                   IF WRK-MODO-NORMAL                                   00046560
                      WRITE FD-CLINOVO                                  00046620
                      ADD 1 TO WRK-REGNOVO                              00046680
                   END-IF                                               00046740
                   ADD 1 TO WRK-QTD-ABERTAS                             00046800
                   MOVE FD-TRC-CHAVE TO WRK-ULT-ABERTA                  00046900
                   MOVE 'CONTA ABERTA COM SALDO ZERO'                   00047000
               END-IF                                                   00050800
            END-IF.                                                     00050900
       1400-99-FIM.              EXIT.                                  00051000
      *-------------------------------------------------------------*   00051001
       1500-CARREGAR-TITULARES                  SECTION.                00051002
      *-------------------------------------------------------------*   00051003
      *   CARREGA OS TITULARES DAS CONTAS CONJUNTAS (MANTIDOS PELO *    00051005
      *   FR19EX51) PARA A CONFERENCIA DO ENCERRA. SEM O ARQUIVO A *    00051006
      *   CONFERENCIA FICA DESLIGADA (COM AVISO), COMO A AGENCIA.  *    00051007
      *-------------------------------------------------------------*   00051008
            READ TITULARES                                              00051010
              AT END                                                    00051011
                MOVE 'S' TO WRK-SW-FIM-TIT                              00051012
            END-READ.                                                   00051013
            IF WRK-FS-TITULARES EQUAL 00                                00051015
               IF FD-TITULARES (1:9) NOT EQUAL 'CABECALHO'              00051016
                  AND FD-TITULARES (1:6) NOT EQUAL 'RODAPE'             00051017
                  IF WRK-QTD-TIT LESS 5000                              00051018
                     ADD 1 TO WRK-QTD-TIT                               00051020
                     MOVE FD-TIT-CHAVE TO WRK-TTB-CHAVE (WRK-QTD-TIT)   00051021
                     MOVE FD-TIT-PAPEL TO WRK-TTB-PAPEL (WRK-QTD-TIT)   00051022
                     MOVE FD-TIT-DOCUMENTO TO                           00051023
                          WRK-TTB-DOCUMENTO (WRK-QTD-TIT)               00051025
                     MOVE FD-TIT-NOME  TO WRK-TTB-NOME (WRK-QTD-TIT)    00051026
                     MOVE FD-TIT-REGRA TO WRK-TTB-REGRA (WRK-QTD-TIT)   00051027
                  ELSE                                                  00051028
                     DISPLAY ' TABELA DE TITULARES ESGOTADA (5000)'     00051030
                  END-IF                                                00051031
               END-IF                                                   00051032
            ELSE                                                        00051033
               IF NOT WRK-FIM-TITULARES                                 00051035
                  DISPLAY ' TITULARES INDISPONIVEL (FS='                00051036
                          WRK-FS-TITULARES ') - CONFERENCIA'            00051037
                          ' DE TITULARES DESLIGADA'                     00051038
                  MOVE 'S' TO WRK-SW-FIM-TIT                            00051040
               END-IF                                                   00051041
            END-IF.                                                     00051042
       1500-99-FIM.              EXIT.                                  00051043
      *-------------------------------------------------------------*   00051045
       2600-CONFERIR-TITULARES                  SECTION.                00051046
      *-------------------------------------------------------------*   00051047
      *   CONTA SEM REGISTRO NO TITULARES E INDIVIDUAL E PASSA. A   *   00051048
      *   CONJUNTA TEM QUE TER UM SO PRINCIPAL, IGUAL AO CLIENTES,  *   00051050
      *   AO MENOS UM COTITULAR E UMA SO REGRA DE ASSINATURA.       *   00051051
      *-------------------------------------------------------------*   00051052
            MOVE 'S' TO WRK-SW-TIT-OK.                                  00051053
            MOVE ZEROES TO WRK-QTD-PRINC WRK-QTD-SECUND.                00051055
            MOVE SPACE TO WRK-REGRA-CONTA.                              00051056
            MOVE 1 TO WRK-SUB-TIT.                                      00051057
            PERFORM 2610-EXAMINAR-TITULAR                               00051058
                    UNTIL WRK-SUB-TIT GREATER WRK-QTD-TIT.              00051060
            IF WRK-QTD-PRINC GREATER ZEROES                             00051061
               OR WRK-QTD-SECUND GREATER ZEROES                         00051062
               IF WRK-QTD-PRINC NOT EQUAL 1                             00051063
                  OR WRK-QTD-SECUND EQUAL ZEROES                        00051065
                  MOVE 'N' TO WRK-SW-TIT-OK                             00051066
               END-IF                                                   00051067
            END-IF.                                                     00051068
       2600-99-FIM.              EXIT.                                  00051070
      *-------------------------------------------------------------*   00051071
       2610-EXAMINAR-TITULAR                    SECTION.                00051072
      *-------------------------------------------------------------*   00051073
            IF WRK-TTB-CHAVE (WRK-SUB-TIT) EQUAL FD-CHAVE               00051075
               IF WRK-TTB-PAPEL (WRK-SUB-TIT) EQUAL 'S'                 00051076
                  ADD 1 TO WRK-QTD-SECUND                               00051077
               ELSE                                                     00051078
                  ADD 1 TO WRK-QTD-PRINC                                00051080
                  IF WRK-TTB-DOCUMENTO (WRK-SUB-TIT) NOT EQUAL          00051081
                     FD-DOCUMENTO                                       00051082
                     OR WRK-TTB-NOME (WRK-SUB-TIT) NOT EQUAL FD-NOME    00051083
                     MOVE 'N' TO WRK-SW-TIT-OK                          00051085
                  END-IF                                                00051086
               END-IF                                                   00051087
               IF WRK-REGRA-CONTA EQUAL SPACE                           00051088
                  MOVE WRK-TTB-REGRA (WRK-SUB-TIT) TO WRK-REGRA-CONTA   00051090
               END-IF                                                   00051091
               IF WRK-TTB-REGRA (WRK-SUB-TIT) NOT EQUAL WRK-REGRA-CONTA 00051092
                  MOVE 'N' TO WRK-SW-TIT-OK                             00051093
               END-IF                                                   00051095
            END-IF.                                                     00051096
            ADD 1 TO WRK-SUB-TIT.                                       00051097
       2610-99-FIM.              EXIT.                                  00051098
      *-------------------------------------------------------------*   00051100
       2800-VALIDAR-AGENCIA                     SECTION.                00051200
      *-------------------------------------------------------------*   00051300
             WRITE FD-CLINOVO FROM WRK-CLINOVO-TRL.                     00065500
             WRITE FD-RELCLIM FROM WRK-LINHA-TRACO.                     00065600
                                                                        00065700
             CLOSE CLIENTES TRANSCLI AGENCIAS TITULARES CLINOVO         00065766
                   RELCLIM.                                             00065833
               PERFORM 4000-TESTARSTATUS.                               00065900
              DISPLAY ' ============================================'.  00066000
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX11          '.  00066100
              DISPLAY ' ============================================'.  00066200
              DISPLAY ' MODO DE EXECUCAO...........' WRK-MODO-EXEC.     00066250
              DISPLAY ' OPERADOR DO LOTE...........' WRK-OPERADOR-LOTE. 00066260
              DISPLAY ' CONTAS NO MASTER ANTERIOR..' WRK-REGMASTER.     00066300
              DISPLAY ' TRANSACOES LIDAS...........' WRK-REGTRANS.      00066400
              DISPLAY ' CONTAS NO MASTER NOVO......' WRK-REGNOVO.       00066500
              DISPLAY ' LIMITES ALTERADOS..........' WRK-QTD-LIMITE.    00067200
              DISPLAY ' DOCUMENTOS ALTERADOS........' WRK-QTD-DOC.      00067300
              DISPLAY ' TRANSACOES RECUSADAS.......' WRK-QTD-RECUSA.    00067400
              DISPLAY ' RECUSADAS POR AUTORIZACAO..' WRK-QTD-NEGADA.    00067450
              DISPLAY ' ============================================'.  00067500
                                                                        00067600
       3000-99-FIM.              EXIT.                                  00067700
