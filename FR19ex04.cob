      *    O ARQUIVO, VALE O CALENDARIO CORRIDO DE SEMPRE.          *   00003200
      *    TODO MOVIMENTO EFETIVADO E COPIADO NO ARQUIVO MOVPOST,   *   00003300
      *    QUE ALIMENTA O MASTER DE HISTORICO (FR19EX08).           *   00003400
      *    NO FIM, QUANTIDADE E VALOR POSTADOS NO MOVPOST SAO       *   00003410
      *    DEPOSITADOS NO RAZAO DE CONTROLE (GRAVCTL/CTLLEDG) PARA  *   00003420
      *    O FR19CTL CONFERIR CONTRA O CONSUMIDOR (FR19EX37).       *   00003430
      *    MOVIMENTO IGUAL A OUTRO JA EFETIVADO NA MESMA CONTA NO   *   00003500
      *    MESMO DIA (HISTORICO+VALOR+TIPO) NAO E POSTADO: VAI PARA *   00003600
      *    O ARQUIVO DE SUSPEITOS MOVSUSP, PARA LIBERACAO OU        *   00003700
      *    MOVRST               O                  -----------      *   00008100
      *    MOVRSTI              I (RESTART)        -----------      *   00008200
      *    CICLOCTL             I                  -----------      *   00008300
      *    CTLLEDG              O (VIA GRAVCTL)    -----------      *   00008310
      *    CICLONOV             O                  -----------      *   00008400
      *-------------------------------------------------------------*   00008500
      *   MODULOS....:                             INCLUDE/BOOK     *   00008600
      *   GRAVALOG -   TRATAMENTO DE ERROS          #GLOG           *   00008700
      *   GRAVSTAT -   ESTATISTICA DE EXECUCAO      #GSTAT          *   00008800
      *   GRAVCTL  -   RAZAO DE TOTAIS DE CONTROLE  #GCTL           *   00008810
      *=============================================================*   00008900
                                                                        00009000
      *=============================================================*   00009100
       COPY '#GLOG'.                                                    00026400
       77 WRK-GRAVSTAT    PIC X(08) VALUE 'GRAVSTAT'.                   00026500
       COPY '#GSTAT'.                                                   00026600
       77 WRK-GRAVCTL     PIC X(08) VALUE 'GRAVCTL '.                   00026610
       COPY '#GCTL'.                                                    00026620
      *-------------------------------------------------------------*   00026700
                                                                        00026800
                                                                        00026900
       01 WRK-PARSE-HASH-S REDEFINES WRK-PARSE-HASH-X                   00033300
                             PIC S9(12).                                00033400
       77 WRK-HASH-PEND      PIC 9(12)  VALUE ZEROES.                   00033500
       77 WRK-HASH-POST      PIC 9(12)  VALUE ZEROES.                   00033510
                                                                        00033600
      *-------CONTROLE DE REINICIO (MOVRST/MOVRSTI)------------------*  00033700
       01 WRK-RESTART.                                                  00033800
          05 WRK-RST-REGPOST     PIC 9(05).                             00035200
          05 WRK-RST-REGSUSP     PIC 9(05).                             00035300
          05 WRK-RST-HASHPEND    PIC 9(12).                             00035400
          05 WRK-RST-HASHPOST    PIC 9(12).                             00035410
          05 FILLER              PIC X(05) VALUE SPACES.                00035500
      *-------SAIDAS DA CONTA EM CURSO: SO DESCARREGA AO CONCLUIR----*  00035600
      *-------A CONTA, PARA O REINICIO NAO DUPLICAR MOVIMENTO--------*  00035700
       77 WRK-QTD-BUF        PIC 9(03) VALUE ZEROES.                    00035800
          05 WRK-RSTI-REGPOST    PIC 9(05).                             00037400
          05 WRK-RSTI-REGSUSP    PIC 9(05).                             00037500
          05 WRK-RSTI-HASHPEND   PIC 9(12).                             00037600
          05 WRK-RSTI-HASHPOST   PIC 9(12).                             00037610
          05 FILLER              PIC X(05).                             00037700
       77 WRK-SW-FIMRSTI     PIC X(01) VALUE 'N'.                       00037800
           88 WRK-FIM-RSTI            VALUE 'S'.                        00037900
                                                                        00038000
                  MOVE WRK-RSTI-REGPOST  TO WRK-REGPOST                 00059300
                  MOVE WRK-RSTI-REGSUSP  TO WRK-REGSUSP                 00059400
                  MOVE WRK-RSTI-HASHPEND TO WRK-HASH-PEND               00059500
                  MOVE WRK-RSTI-HASHPOST TO WRK-HASH-POST               00059510
                  DISPLAY ' REINICIO APOS A CHAVE ' WRK-RST-CHAVE       00059600
               ELSE                                                     00059700
                  DISPLAY ' MOVRSTI VAZIO - SEGUINDO DO INICIO'         00059800
            MOVE FD-MOV0106 TO WRK-BUF-REG-ATUAL.                       00095400
            PERFORM 2165-EMPILHAR-SAIDA.                                00095500
            ADD 1 TO WRK-REGPOST.                                       00095600
            ADD FD-VLRMOVIMENTO TO WRK-HASH-POST.                       00095610
            IF WRK-QTD-MOVTAB LESS 100                                  00095700
               ADD 1 TO WRK-QTD-MOVTAB                                  00095800
               MOVE FD-MOVIMENTO TO                                     00095900
            MOVE WRK-REGPOST   TO WRK-RST-REGPOST.                      00097800
            MOVE WRK-REGSUSP   TO WRK-RST-REGSUSP.                      00097900
            MOVE WRK-HASH-PEND TO WRK-RST-HASHPEND.                     00098000
            MOVE WRK-HASH-POST TO WRK-RST-HASHPOST.                     00098010
            WRITE FD-MOVRST FROM WRK-REG-RST.                           00098100
       2140-99-FIM.              EXIT.                                  00098200
      *-------------------------------------------------------------*   00098300
                                       + WRK-REGMOVC.                   00117000
              MOVE WRK-REGMOVR TO WRK-EST-REJEITADOS.                   00117100
              CALL WRK-GRAVSTAT USING WRK-DADOS-ESTATISTICA.            00117200
                                                                        00117210
              MOVE 'FR19EX04' TO WRK-CTL-PROGRAMA.                      00117220
              MOVE WRK-DATA-HOJE TO WRK-CTL-DATA.                       00117225
              MOVE 'MOVPOST ' TO WRK-CTL-DATASET.                       00117230
              MOVE 'P'        TO WRK-CTL-PAPEL.                         00117240
              MOVE WRK-REGPOST   TO WRK-CTL-QTD.                        00117250
              MOVE WRK-HASH-POST TO WRK-CTL-VALOR.                      00117260
              CALL WRK-GRAVCTL USING WRK-DADOS-CONTROLE.                00117270
                                                                        00117300
       3000-99-FIM.              EXIT.                                  00117400
      *-------------------------------------------------------------*   00117500
