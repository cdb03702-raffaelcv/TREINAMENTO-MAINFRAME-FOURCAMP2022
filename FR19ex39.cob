      *    RELCONTA UMA RESPOSTA CONSOLIDADA:                       *   00001600
      *     CLIENTES - O MASTER: NOME, SALDO, STATUS/MOTIVO,        *   00001700
      *                LIMITE APROVADO E CPF/CNPJ                   *   00001800
      *     TITULARES- NA CONTA CONJUNTA, TODOS OS TITULARES (PAPEL,*   00001825
      *                NOME, CPF/CNPJ E REGRA DE ASSINATURA) DO     *   00001850
      *                CADASTRO MANTIDO PELO FR19EX51 (OPCIONAL)    *   00001875
      *     MOVPEND  - AGENDADOS DA CONTA, COM A DATA-VALOR         *   00001900
      *     MOVSUSP  - SUSPENSOS DA CONTA, COM O MOTIVO             *   00002000
      *     FILASAI  - FILA DE RETRABALHO DO FR19EX17, COM O        *   00002100
      *   ARQUIVOS...:                                              *   00002700
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002800
      *    CLIENTES             I                  -----------      *   00002900
      *    TITULARES            I                  -----------      *   00002950
      *    MOVPEND              I                  -----------      *   00003000
      *    MOVSUSP              I                  -----------      *   00003100
      *    FILASAI              I                  -----------      *   00003200
       FILE-CONTROL.                                                    00005100
            SELECT CLIENTES ASSIGN TO CLIENTES                          00005200
                 FILE STATUS IS WRK-FS-CLIENTES.                        00005300
            SELECT TITULARES ASSIGN TO TITULARES                        00005333
                 FILE STATUS IS WRK-FS-TITULARES.                       00005366
                                                                        00005400
            SELECT MOVPEND ASSIGN TO MOVPEND                            00005500
                 FILE STATUS IS WRK-FS-MOVPEND.                         00005600
          05 FD-MOTIVO-BLOQ     PIC X(20).                              00008600
          05 FD-LIMITE          PIC 9(08).                              00008700
          05 FD-DOCUMENTO       PIC 9(14).                              00008800
      *-------------------LRECL 80----------------------------------*   00008807
       FD TITULARES                                                     00008815
           RECORDING MODE IS F                                          00008823
           LABEL RECORD IS STANDARD                                     00008830
           BLOCK CONTAINS 0 RECORDS.                                    00008838
       01 FD-TITULARES.                                                 00008846
          05 FD-TIT-CHAVE        PIC X(08).                             00008853
          05 FD-TIT-PAPEL        PIC X(01).                             00008861
          05 FD-TIT-DOCUMENTO    PIC 9(14).                             00008869
          05 FD-TIT-NOME         PIC X(30).                             00008876
          05 FD-TIT-REGRA        PIC X(01).                             00008884
          05 FILLER              PIC X(26).                             00008892
                                                                        00008900
      *-------------------LRECL 55----------------------------------*   00009000
       FD MOVPEND                                                       00009100
           '-----------VARIAVEIS DE STATUS------------------'.          00015700
                                                                        00015800
       77 WRK-FS-CLIENTES PIC 9(02).                                    00015900
       77 WRK-FS-TITULARES PIC 9(02).                                   00015950
       77 WRK-FS-MOVPEND  PIC 9(02).                                    00016000
       77 WRK-FS-MOVSUSP  PIC 9(02).                                    00016100
       77 WRK-FS-FILASAI  PIC 9(02).                                    00016200
       77 WRK-QTD-SUSP    PIC 9(05) VALUE ZEROES.                       00018100
       77 WRK-QTD-FILA    PIC 9(05) VALUE ZEROES.                       00018200
       77 WRK-QTD-RETRAB  PIC 9(05) VALUE ZEROES.                       00018300
       77 WRK-QTD-TITULAR PIC 9(05) VALUE ZEROES.                       00018350
                                                                        00018400
       01 FILLER          PIC X(64) VALUE                               00018500
           '-----------LINHAS DO RELATORIO------------------'.          00018600
          05 FILLER              PIC X(01) VALUE SPACE.                 00021200
          05 WRK-MST-MOTIVO      PIC X(20).                             00021300
          05 FILLER              PIC X(16) VALUE SPACES.                00021400
       01 WRK-LINHA-TITULAR.                                            00021412
          05 WRK-TLR-PAPEL       PIC X(10).                             00021425
          05 WRK-TLR-NOME        PIC X(30).                             00021437
          05 FILLER              PIC X(10) VALUE ' CPF/CNPJ '.          00021450
          05 WRK-TLR-DOCUMENTO   PIC 9(14).                             00021462
          05 FILLER              PIC X(08) VALUE ' ASSIN: '.            00021475
          05 WRK-TLR-REGRA       PIC X(08).                             00021487
                                                                        00021500
       01 WRK-LINHA-PEND.                                               00021600
          05 FILLER              PIC X(10) VALUE 'AGENDADO  '.          00021700
       1000-INICIAR                             SECTION.                00028100
      *-------------------------------------------------------------*   00028200
             OPEN INPUT  CLIENTES MOVPEND MOVSUSP FILASAI RETRAB        00028300
                         TITULARES                                      00028350
                  OUTPUT RELCONTA.                                      00028400
                                                                        00028500
               PERFORM 4000-TESTARSTATUS.                               00028600
            IF WRK-CONTA-ACHADA                                         00033100
               WRITE FD-RELCONTA FROM WRK-LINHA-MASTER1                 00033200
               WRITE FD-RELCONTA FROM WRK-LINHA-MASTER2                 00033300
               MOVE 'N' TO WRK-SW-FIM                                   00033333
               PERFORM 2060-BUSCAR-TITULARES UNTIL WRK-FIM-ARQUIVO      00033366
            ELSE                                                        00033400
               MOVE 'CONTA INEXISTENTE NO CLIENTES'                     00033500
                    TO WRK-NAD-TEXTO                                    00033600
            END-IF.                                                     00033800
            WRITE FD-RELCONTA FROM WRK-LINHA-TRACO.                     00033900
       2050-99-FIM.              EXIT.                                  00034000
      *-------------------------------------------------------------*   00034002
       2060-BUSCAR-TITULARES                    SECTION.                00034005
      *-------------------------------------------------------------*   00034007
      *   CONTA CONJUNTA: UMA LINHA POR TITULAR. SEM O ARQUIVO A    *   00034010
      *   CONSULTA SEGUE SO COM O CLIENTES (COM AVISO).             *   00034012
      *-------------------------------------------------------------*   00034015
            READ TITULARES                                              00034017
              AT END                                                    00034020
                MOVE 'S' TO WRK-SW-FIM                                  00034023
            END-READ.                                                   00034025
            IF WRK-FS-TITULARES EQUAL 00                                00034028
               IF FD-TITULARES (1:9) NOT EQUAL 'CABECALHO'              00034030
                  AND FD-TITULARES (1:6) NOT EQUAL 'RODAPE'             00034033
                  AND FD-TIT-CHAVE EQUAL WRK-PED-CHAVE                  00034035
                  IF FD-TIT-PAPEL EQUAL 'S'                             00034038
                     MOVE 'COTITULAR ' TO WRK-TLR-PAPEL                 00034041
                  ELSE                                                  00034043
                     MOVE 'PRINCIPAL ' TO WRK-TLR-PAPEL                 00034046
                  END-IF                                                00034048
                  IF FD-TIT-REGRA EQUAL 'T'                             00034051
                     MOVE 'TODOS   ' TO WRK-TLR-REGRA                   00034053
                  ELSE                                                  00034056
                     MOVE 'QUALQUER' TO WRK-TLR-REGRA                   00034058
                  END-IF                                                00034061
                  MOVE FD-TIT-NOME      TO WRK-TLR-NOME                 00034064
                  MOVE FD-TIT-DOCUMENTO TO WRK-TLR-DOCUMENTO            00034066
                  WRITE FD-RELCONTA FROM WRK-LINHA-TITULAR              00034069
                  ADD 1 TO WRK-QTD-TITULAR                              00034071
               END-IF                                                   00034074
            ELSE                                                        00034076
               IF NOT WRK-FIM-ARQUIVO                                   00034079
                  DISPLAY ' TITULARES INDISPONIVEL (FS='                00034082
                          WRK-FS-TITULARES ') - CONSULTA SEM'           00034084
                          ' OS COTITULARES'                             00034087
                  MOVE 'S' TO WRK-SW-FIM                                00034089
               END-IF                                                   00034092
            END-IF.                                                     00034094
       2060-99-FIM.              EXIT.                                  00034097
      *-------------------------------------------------------------*   00034100
       2100-BUSCAR-PENDENTES                    SECTION.                00034200
      *-------------------------------------------------------------*   00034300
             WRITE FD-RELCONTA FROM WRK-LINHA-TRACO.                    00042100
                                                                        00042200
             CLOSE CLIENTES MOVPEND MOVSUSP FILASAI RETRAB              00042300
                   TITULARES RELCONTA.                                  00042400
               PERFORM 4000-TESTARSTATUS.                               00042500
              DISPLAY ' ============================================'.  00042600
              DISPLAY ' RESUMO DO PROCESSAMENTO - FR19EX39          '.  00042700
              DISPLAY ' ============================================'.  00042800
              DISPLAY ' TITULARES DA CONTA.........' WRK-QTD-TITULAR.   00042850
              DISPLAY ' AGENDADOS ENCONTRADOS......' WRK-QTD-PEND.      00042900
              DISPLAY ' SUSPENSOS ENCONTRADOS......' WRK-QTD-SUSP.      00043000
              DISPLAY ' NA FILA DE RETRABALHO......' WRK-QTD-FILA.      00043100
