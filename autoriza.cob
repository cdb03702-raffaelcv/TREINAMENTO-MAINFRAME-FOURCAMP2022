      *====================================================
       IDENTIFICATION                          DIVISION.
      *====================================================

      *====================================================
       PROGRAM-ID. AUTORIZA.
      *====================================================
      *  AUTOR:RAFAEL
      *  EMPRESA: FOURSYS
      *  OBJETIVO: MATRIZ DE AUTORIZACAO DOS OPERADORES
      *  DOS DECKS DE MANUTENCAO. NA PRIMEIRA CHAMADA
      *  CARREGA O CADASTRO OPERADOR (OPERADOR, NOME,
      *  PERFIL, SITUACAO) E A TABELA PERMISSO (PERFIL X
      *  PROGRAMA X OPERACAO, '*' = QUALQUER OPERACAO).
      *  A CADA CHAMADA (BOOK #GAUT) DEVOLVE NOME, PERFIL
      *  E O RESULTADO: S = AUTORIZADO, N = NEGADO,
      *  O = OPERADOR DESCONHECIDO OU INATIVO, D = MATRIZ
      *  DESLIGADA (SEM OPERADOR OU PERMISSO, COM AVISO;
      *  NESSE CASO NENHUM CARTAO E LIBERADO).
      *  TODA CONSULTA E ANEXADA NO ACESSLOG COM DATA,
      *  HORA E O RUNID DO SERVICO GERARID, PARA A
      *  REVISAO MENSAL DE ACESSOS DO FR19ACE.
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
            SELECT OPERADOR ASSIGN TO OPERADOR

            FILE STATUS IS WRK-FS-OPERADOR.

            SELECT PERMISSO ASSIGN TO PERMISSO

            FILE STATUS IS WRK-FS-PERMISSO.

            SELECT ACESSLOG ASSIGN TO ACESSLOG

            FILE STATUS IS WRK-FS-ACESSLOG.

      *====================================================
       DATA                                    DIVISION.
      *====================================================

      *====================================================
       FILE                                     SECTION.

       FD OPERADOR
           RECORDING MODE IS F
             BLOCK CONTAINS 0 RECORDS.

      *---------LRECL 60-------------
       01 FD-OPERADOR.
          05 FD-OPE-OPERADOR     PIC X(08).
          05 FD-OPE-NOME         PIC X(30).
          05 FD-OPE-PERFIL       PIC X(08).
          05 FD-OPE-SITUACAO     PIC X(01).
          05 FILLER              PIC X(13).

       FD PERMISSO
           RECORDING MODE IS F
             BLOCK CONTAINS 0 RECORDS.

      *---------LRECL 40-------------
       01 FD-PERMISSO.
          05 FD-PER-PERFIL       PIC X(08).
          05 FD-PER-PROGRAMA     PIC X(08).
          05 FD-PER-OPERACAO     PIC X(08).
          05 FILLER              PIC X(16).

       FD ACESSLOG
           RECORDING MODE IS F
             BLOCK CONTAINS 0 RECORDS.

      *---------LRECL 80-------------
       01 FD-ACESSLOG.
          05 FD-ACE-DATA         PIC 9(08).
          05 FD-ACE-HORA         PIC 9(06).
          05 FD-ACE-RUNID        PIC X(14).
          05 FD-ACE-PROGRAMA     PIC X(08).
          05 FD-ACE-OPERACAO     PIC X(08).
          05 FD-ACE-OPERADOR     PIC X(08).
          05 FD-ACE-PERFIL       PIC X(08).
          05 FD-ACE-RESULTADO    PIC X(01).
          05 FD-ACE-CHAVE        PIC X(16).
          05 FILLER              PIC X(03).


      *====================================================
       WORKING-STORAGE SECTION.

       77 WRK-FS-OPERADOR PIC 9(02).
       77 WRK-FS-PERMISSO PIC 9(02).
       77 WRK-FS-ACESSLOG PIC 9(02).
       77 WRK-SIS-DATA    PIC 9(08).
       77 WRK-SIS-HORA    PIC X(06).

      *---------CORRELACAO DO JOB (UM RUNID POR STEP)-------
       77 WRK-GERARID     PIC X(08) VALUE 'GERARID '.
       77 WRK-RUNID-SALVO PIC X(14) VALUE SPACES.

      *---------CARGA UNICA DA MATRIZ POR EXECUCAO----------
       77 WRK-SW-CARGA    PIC X(01) VALUE 'N'.
           88 WRK-MATRIZ-CARREGADA  VALUE 'S'.
       77 WRK-SW-MATRIZ   PIC X(01) VALUE 'S'.
           88 WRK-MATRIZ-LIGADA     VALUE 'S'.
       77 WRK-SW-LOG      PIC X(01) VALUE 'S'.
           88 WRK-LOG-LIGADO        VALUE 'S'.

       77 WRK-QTD-OPE     PIC 9(03) VALUE ZEROES.
       77 WRK-SUB-OPE     PIC 9(03) VALUE ZEROES.
       77 WRK-IDX-OPE     PIC 9(03) VALUE ZEROES.
       01 WRK-TAB-OPERADOR.
          05 WRK-OPE-LINHA OCCURS 300 TIMES.
             10 WRK-OPE-OPERADOR  PIC X(08).
             10 WRK-OPE-NOME      PIC X(30).
             10 WRK-OPE-PERFIL    PIC X(08).
             10 WRK-OPE-SITUACAO  PIC X(01).

       77 WRK-QTD-PER     PIC 9(03) VALUE ZEROES.
       77 WRK-SUB-PER     PIC 9(03) VALUE ZEROES.
       01 WRK-TAB-PERMISSO.
          05 WRK-PER-LINHA OCCURS 500 TIMES.
             10 WRK-PER-PERFIL    PIC X(08).
             10 WRK-PER-PROGRAMA  PIC X(08).
             10 WRK-PER-OPERACAO  PIC X(08).

      *====================================================
       LINKAGE                                  SECTION.

       01 COMMAREA.
           05 LNK-PROGRAMA   PIC X(08).
           05 LNK-OPERACAO   PIC X(08).
           05 LNK-OPERADOR   PIC X(08).
           05 LNK-CHAVE      PIC X(16).
           05 LNK-NOME       PIC X(30).
           05 LNK-PERFIL     PIC X(08).
           05 LNK-RESULTADO  PIC X(01).

      *====================================================
       PROCEDURE   DIVISION USING COMMAREA.

      *----------------------------------------------------
       0000-PRINCIPAL                           SECTION.
      *----------------------------------------------------
           IF NOT WRK-MATRIZ-CARREGADA
              PERFORM 1000-CARREGAR-MATRIZ.

           MOVE SPACES TO LNK-NOME
                          LNK-PERFIL.

           IF NOT WRK-MATRIZ-LIGADA
              MOVE 'D' TO LNK-RESULTADO
           ELSE
              PERFORM 2000-VERIFICAR.

           IF WRK-LOG-LIGADO
              PERFORM 3000-GRAVAR-ACESSO.

           GOBACK.

      *----------------------------------------------------
       1000-CARREGAR-MATRIZ                     SECTION.
      *----------------------------------------------------
           MOVE 'S' TO WRK-SW-CARGA.

           OPEN INPUT OPERADOR.
           IF WRK-FS-OPERADOR EQUAL 00
              PERFORM 1100-LER-OPERADOR
                      UNTIL WRK-FS-OPERADOR NOT EQUAL 00
              CLOSE OPERADOR
           ELSE
              MOVE 'N' TO WRK-SW-MATRIZ.

           OPEN INPUT PERMISSO.
           IF WRK-FS-PERMISSO EQUAL 00
              PERFORM 1200-LER-PERMISSO
                      UNTIL WRK-FS-PERMISSO NOT EQUAL 00
              CLOSE PERMISSO
           ELSE
              MOVE 'N' TO WRK-SW-MATRIZ.

           IF NOT WRK-MATRIZ-LIGADA
              DISPLAY ' AUTORIZA: SEM OPERADOR/PERMISSO - MATRIZ '
                      'DE AUTORIZACAO DESLIGADA - CARTOES RECUSADOS'.

           CALL WRK-GERARID USING WRK-RUNID-SALVO.

       1000-99-FIM.              EXIT.
      *----------------------------------------------------
       1100-LER-OPERADOR                        SECTION.
      *----------------------------------------------------
           READ OPERADOR.
           IF WRK-FS-OPERADOR EQUAL 00
              IF WRK-QTD-OPE LESS 300
                 ADD 1 TO WRK-QTD-OPE
                 MOVE FD-OPE-OPERADOR TO WRK-OPE-OPERADOR (WRK-QTD-OPE)
                 MOVE FD-OPE-NOME     TO WRK-OPE-NOME (WRK-QTD-OPE)
                 MOVE FD-OPE-PERFIL   TO WRK-OPE-PERFIL (WRK-QTD-OPE)
                 MOVE FD-OPE-SITUACAO TO WRK-OPE-SITUACAO (WRK-QTD-OPE)
              ELSE
                 DISPLAY ' AUTORIZA: TABELA DE OPERADORES ESGOTADA'.

       1100-99-FIM.              EXIT.
      *----------------------------------------------------
       1200-LER-PERMISSO                        SECTION.
      *----------------------------------------------------
           READ PERMISSO.
           IF WRK-FS-PERMISSO EQUAL 00
              IF WRK-QTD-PER LESS 500
                 ADD 1 TO WRK-QTD-PER
                 MOVE FD-PER-PERFIL   TO WRK-PER-PERFIL (WRK-QTD-PER)
                 MOVE FD-PER-PROGRAMA TO WRK-PER-PROGRAMA (WRK-QTD-PER)
                 MOVE FD-PER-OPERACAO TO WRK-PER-OPERACAO (WRK-QTD-PER)
              ELSE
                 DISPLAY ' AUTORIZA: TABELA DE PERMISSOES ESGOTADA'.

       1200-99-FIM.              EXIT.
      *----------------------------------------------------
       2000-VERIFICAR                           SECTION.
      *----------------------------------------------------
           MOVE ZEROES TO WRK-IDX-OPE.
           MOVE 1      TO WRK-SUB-OPE.
           PERFORM 2100-BUSCAR-OPERADOR
                   UNTIL WRK-SUB-OPE GREATER WRK-QTD-OPE
                      OR WRK-IDX-OPE GREATER ZEROES.

           IF WRK-IDX-OPE EQUAL ZEROES
              MOVE 'OPERADOR NAO CADASTRADO' TO LNK-NOME
              MOVE 'O' TO LNK-RESULTADO
              GO TO 2000-99-FIM.

           MOVE WRK-OPE-NOME (WRK-IDX-OPE)   TO LNK-NOME.
           MOVE WRK-OPE-PERFIL (WRK-IDX-OPE) TO LNK-PERFIL.

           IF WRK-OPE-SITUACAO (WRK-IDX-OPE) NOT EQUAL 'A'
              MOVE 'O' TO LNK-RESULTADO
              GO TO 2000-99-FIM.

           MOVE 'N' TO LNK-RESULTADO.
           MOVE 1   TO WRK-SUB-PER.
           PERFORM 2200-BUSCAR-PERMISSAO
                   UNTIL WRK-SUB-PER GREATER WRK-QTD-PER
                      OR LNK-RESULTADO EQUAL 'S'.

       2000-99-FIM.              EXIT.
      *----------------------------------------------------
       2100-BUSCAR-OPERADOR                     SECTION.
      *----------------------------------------------------
           IF WRK-OPE-OPERADOR (WRK-SUB-OPE) EQUAL LNK-OPERADOR
              MOVE WRK-SUB-OPE TO WRK-IDX-OPE.
           ADD 1 TO WRK-SUB-OPE.

       2100-99-FIM.              EXIT.
      *----------------------------------------------------
       2200-BUSCAR-PERMISSAO                    SECTION.
      *----------------------------------------------------
           IF WRK-PER-PERFIL (WRK-SUB-PER) EQUAL LNK-PERFIL
              AND WRK-PER-PROGRAMA (WRK-SUB-PER) EQUAL LNK-PROGRAMA
              AND (WRK-PER-OPERACAO (WRK-SUB-PER) EQUAL LNK-OPERACAO
                OR WRK-PER-OPERACAO (WRK-SUB-PER) EQUAL '*')
              MOVE 'S' TO LNK-RESULTADO.
           ADD 1 TO WRK-SUB-PER.

       2200-99-FIM.              EXIT.
      *----------------------------------------------------
       3000-GRAVAR-ACESSO                       SECTION.
      *----------------------------------------------------
           OPEN EXTEND ACESSLOG.
           IF WRK-FS-ACESSLOG NOT EQUAL 00
              DISPLAY ' AUTORIZA: ERRO ' WRK-FS-ACESSLOG
                      ' NO OPEN ACESSLOG - ACESSOS NAO REGISTRADOS'
              MOVE 'N' TO WRK-SW-LOG
              GO TO 3000-99-FIM.

           ACCEPT WRK-SIS-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-SIS-HORA FROM TIME.

           MOVE WRK-SIS-DATA    TO FD-ACE-DATA.
           MOVE WRK-SIS-HORA    TO FD-ACE-HORA.
           MOVE WRK-RUNID-SALVO TO FD-ACE-RUNID.
           MOVE LNK-PROGRAMA    TO FD-ACE-PROGRAMA.
           MOVE LNK-OPERACAO    TO FD-ACE-OPERACAO.
           MOVE LNK-OPERADOR    TO FD-ACE-OPERADOR.
           MOVE LNK-PERFIL      TO FD-ACE-PERFIL.
           MOVE LNK-RESULTADO   TO FD-ACE-RESULTADO.
           MOVE LNK-CHAVE       TO FD-ACE-CHAVE.
           MOVE SPACES          TO FD-ACESSLOG (78:3).

           WRITE FD-ACESSLOG.
           CLOSE ACESSLOG.

       3000-99-FIM.              EXIT.
