      *====================================================
       IDENTIFICATION                          DIVISION.
      *====================================================

      *====================================================
       PROGRAM-ID. GRAVCTL.
      *====================================================
      *  AUTOR:RAFAEL
      *  EMPRESA: FOURSYS
      *  OBJETIVO: RAZAO COMUM DE TOTAIS DE CONTROLE ENTRE
      *  AS CADEIAS. CADA PROGRAMA QUE GRAVA OU LE UM
      *  ARQUIVO PASSADO DE UMA CADEIA PARA OUTRA CHAMA
      *  NO FIM COM O DATASET, O PAPEL (P = PRODUZIU,
      *  C = CONSUMIU), A QUANTIDADE E O VALOR (BOOK
      *  #GCTL) E A DATA DO CICLO; O MODULO CARIMBA ESSA
      *  DATA (ZEROS = DATA DO SISTEMA), A HORA E O RUNID
      *  OBTIDO DO SERVICO GERARID - O MESMO DO GRAVALOG
      *  E DO GRAVSTAT - E ANEXA NO ARQUIVO CTLLEDG.
      *  O FR19CTL CONFRONTA OS DOIS LADOS DE CADA
      *  PASSAGEM PELAS REGRAS DO CTLREGRA.
      *====================================================
       ENVIRONMENT                             DIVISION.
      *====================================================
      *====================================================
       CONFIGURATION                            SECTION.
      *====================================================

       SPECIAL-NAMES.
             DECIMAL-POINT  IS COMMA.


      *====================================================
       INPUT-OUTPUT                             SECTION.
      *====================================================
       FILE-CONTROL.
            SELECT CTLLEDG ASSIGN TO CTLLEDG

            FILE STATUS IS WRK-FS-CTLLEDG.

      *====================================================
       DATA                                    DIVISION.
      *====================================================

      *====================================================
       FILE                                     SECTION.

       FD CTLLEDG
           RECORDING MODE IS F
             BLOCK CONTAINS 0 RECORDS.

      *====================================================

      *---------LRECL 80-------------
       01 FD-CTLLEDG.
          05 FD-CTL-PROGRAMA     PIC X(08).
          05 FD-CTL-RUNID        PIC X(14).
          05 FD-CTL-DATA         PIC 9(08).
          05 FD-CTL-HORA         PIC 9(06).
          05 FD-CTL-DATASET      PIC X(08).
          05 FD-CTL-PAPEL        PIC X(01).
          05 FD-CTL-QTD          PIC 9(09).
          05 FD-CTL-VALOR        PIC 9(13)V99.
          05 FILLER              PIC X(11).


      *====================================================
       WORKING-STORAGE SECTION.

       77 WRK-FS-CTLLEDG  PIC 9(02).
       77 WRK-SIS-DATA    PIC 9(08).
       77 WRK-SIS-HORA    PIC X(06).

      *---------CORRELACAO DO JOB (UM RUNID POR STEP)-------
      *---------O RUNID VEM DO SERVICO GERARID, O MESMO-----
      *---------QUE O GRAVALOG USA - UM SO ID POR STEP------
       77 WRK-GERARID     PIC X(08) VALUE 'GERARID '.
       77 WRK-RUNID-SALVO PIC X(14) VALUE SPACES.

      *====================================================
       LINKAGE                                  SECTION.

       01 COMMAREA.
           05 LNK-PROGRAMA   PIC X(08).
           05 LNK-DATASET    PIC X(08).
           05 LNK-PAPEL      PIC X(01).
           05 LNK-QTD        PIC 9(09).
           05 LNK-VALOR      PIC 9(13)V99.
           05 LNK-DATA       PIC 9(08).

      *====================================================
       PROCEDURE   DIVISION USING COMMAREA.

      *----------------------------------------------------
       0000-PRINCIPAL                           SECTION.
      *----------------------------------------------------
           OPEN EXTEND CTLLEDG.
           IF WRK-FS-CTLLEDG NOT EQUAL 00
              DISPLAY ' GRAVCTL: ERRO ' WRK-FS-CTLLEDG
                      ' NO OPEN CTLLEDG - TOTAL DE CONTROLE PERDIDO'
              GOBACK.

           ACCEPT WRK-SIS-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-SIS-HORA FROM TIME.
           IF LNK-DATA NUMERIC AND LNK-DATA NOT EQUAL ZEROES
              MOVE LNK-DATA TO WRK-SIS-DATA.

           IF WRK-RUNID-SALVO EQUAL SPACES
              CALL WRK-GERARID USING WRK-RUNID-SALVO.

           MOVE LNK-PROGRAMA    TO FD-CTL-PROGRAMA.
           MOVE WRK-RUNID-SALVO TO FD-CTL-RUNID.
           MOVE WRK-SIS-DATA    TO FD-CTL-DATA.
           MOVE WRK-SIS-HORA    TO FD-CTL-HORA.
           MOVE LNK-DATASET     TO FD-CTL-DATASET.
           MOVE LNK-PAPEL       TO FD-CTL-PAPEL.
           MOVE LNK-QTD         TO FD-CTL-QTD.
           MOVE LNK-VALOR       TO FD-CTL-VALOR.
           MOVE SPACES          TO FD-CTLLEDG (70:11).

           WRITE FD-CTLLEDG.
           CLOSE CTLLEDG.
           GOBACK.
