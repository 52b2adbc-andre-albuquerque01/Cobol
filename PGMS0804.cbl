
       FD  ERAUDIT.

       01  REG-AUDIT                   PIC X(524).

       FD  AUDREL.

       77  WK-FIL-ACAO                 PIC X(01) VALUE SPACES.

      *    REGISTRO DO DIARIO (MESMO LAYOUT DO WK-REG-AUDIT DO
      *    CADASTRO): QUANDO, QUEM, MODO, ACAO E AS IMAGENS DE 250
      *    BYTES ANTES E DEPOIS DA MANUTENCAO
       01  WK-REG-AUDIT.
           05 WK-AUD-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-AUD-OPERADOR          PIC X(08) VALUE SPACES.
           05 WK-AUD-MODO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ACAO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ANTES             PIC X(250) VALUE SPACES.
           05 WK-AUD-DEPOIS            PIC X(250) VALUE SPACES.

      *    IMAGENS DECODIFICADAS NO LAYOUT DO REGISTRO DO ERESUMO
       01  WK-IMG-ANTES.
           05 WK-AN-NUMCTA             PIC X(06) VALUE SPACES.
           05 WK-AN-NOME               PIC X(23) VALUE SPACES.
           05 WK-AN-PERIODO OCCURS 12 TIMES.
               10 WK-AN-VALORS-A       PIC X(10) VALUE SPACES.
               10 WK-AN-DIAS-A         PIC X(03) VALUE SPACES.
           05 WK-AN-SITUACAO           PIC X(01) VALUE SPACES.
           05 WK-AN-DT-SITUACAO        PIC X(08) VALUE SPACES.
           05 WK-AN-CLI-TIPO           PIC X(01) VALUE SPACES.
           05 WK-AN-CLI-DOC            PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(37) VALUE SPACES.

       01  WK-IMG-DEPOIS.
           05 WK-DE-AGENCIA            PIC X(04) VALUE SPACES.
           05 WK-DE-NUMCTA             PIC X(06) VALUE SPACES.
           05 WK-DE-NOME               PIC X(23) VALUE SPACES.
           05 WK-DE-PERIODO OCCURS 12 TIMES.
               10 WK-DE-VALORS-A       PIC X(10) VALUE SPACES.
               10 WK-DE-DIAS-A         PIC X(03) VALUE SPACES.
           05 WK-DE-SITUACAO           PIC X(01) VALUE SPACES.
           05 WK-DE-DT-SITUACAO        PIC X(08) VALUE SPACES.
           05 WK-DE-CLI-TIPO           PIC X(01) VALUE SPACES.
           05 WK-DE-CLI-DOC            PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(37) VALUE SPACES.

      *    CHAVE DA ENTRADA PARA FILTRO E CABECALHO: NA EXCLUSAO A
      *    IMAGEM DEPOIS E BRANCA, ENTAO A CHAVE VEM DA IMAGEM ANTES
               10 WK-OP-QTD-I          PIC 9(05) VALUE ZEROS.
               10 WK-OP-QTD-A          PIC 9(05) VALUE ZEROS.
               10 WK-OP-QTD-E          PIC 9(05) VALUE ZEROS.
               10 WK-OP-QTD-S          PIC 9(05) VALUE ZEROS.
               10 WK-OP-QTD-OUT        PIC 9(05) VALUE ZEROS.
       77  WK-OP-CNT                   PIC 9(03) VALUE ZEROS.
       77  WK-OP-IDX                   PIC 9(03) VALUE ZEROS.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 AUD5-MARCA               PIC X(01) VALUE SPACES.

       01  WK-AUD11.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'SITUACAO '.
           05 AUD11-SIT-ANTES          PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AUD11-DT-ANTES           PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE ' > '.
           05 AUD11-SIT-DEPOIS         PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AUD11-DT-DEPOIS          PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 AUD11-MARCA              PIC X(01) VALUE SPACES.

       01  WK-AUD12.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'CLIENTE  '.
           05 AUD12-TIPO-ANTES         PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AUD12-DOC-ANTES          PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE ' > '.
           05 AUD12-TIPO-DEPOIS        PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 AUD12-DOC-DEPOIS         PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 AUD12-MARCA              PIC X(01) VALUE SPACES.

       01  WK-AUD6.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PERIODO '.
           05 AUD6-PERIODO             PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(08) VALUE '  VALOR '.
           05 AUD6-VAL-ANTES           PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE ' > '.
           05 AUD6-VAL-DEPOIS          PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE '  DIAS '.
           05 AUD6-DIA-ANTES           PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE ' > '.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'EXCLUSAO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'SITUACAO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'OUTRAS'.

       01  WK-AUD9.
           05 AUD9-QTD-A               PIC ZZZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 AUD9-QTD-E               PIC ZZZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 AUD9-QTD-S               PIC ZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 AUD9-QTD-OUT             PIC ZZZZ9.

               WHEN "a" MOVE "A" TO WK-FIL-ACAO
               WHEN "e" MOVE "E" TO WK-FIL-ACAO
               WHEN "t" MOVE "T" TO WK-FIL-ACAO
               WHEN "s" MOVE "S" TO WK-FIL-ACAO
           END-EVALUATE
           .
       0150-END. EXIT.
      *    DECODIFICADAS. A MARCA "*" SO SAI NO CAMPO QUE MUDOU -
      *    E ELA QUE A CONFORMIDADE PROCURA
       0330-IMPRIMIR-ENTRADA SECTION.
      *    UMA ENTRADA OCUPA ATE 17 LINHAS - NAO PODE PARTIR NO MEIO
      *    DA PAGINA
           IF WK-AC-LINHAS > 40
               PERFORM 0340-IMPRIMIR-CABECALHO THRU 0340-END
           END-IF

           WRITE REG-AUDREL FROM WK-AUD5 AFTER 1
           ADD 1 TO WK-AC-LINHAS

      *    SITUACAO DA CONTA (ATIVA/BLOQUEADA/ENCERRADA) E A DATA DA
      *    MUDANCA - E AQUI QUE APARECE O BLOQUEIO E O ENCERRAMENTO
           MOVE WK-AN-SITUACAO    TO AUD11-SIT-ANTES
           MOVE WK-AN-DT-SITUACAO TO AUD11-DT-ANTES
           MOVE WK-DE-SITUACAO    TO AUD11-SIT-DEPOIS
           MOVE WK-DE-DT-SITUACAO TO AUD11-DT-DEPOIS
           IF WK-AN-SITUACAO NOT = WK-DE-SITUACAO OR
              WK-AN-DT-SITUACAO NOT = WK-DE-DT-SITUACAO
               MOVE "*" TO AUD11-MARCA
           ELSE
               MOVE SPACES TO AUD11-MARCA
           END-IF
           WRITE REG-AUDREL FROM WK-AUD11 AFTER 1
           ADD 1 TO WK-AC-LINHAS

      *    CLIENTE (CPF/CNPJ) A QUE A CONTA ESTA VINCULADA
           MOVE WK-AN-CLI-TIPO TO AUD12-TIPO-ANTES
           MOVE WK-AN-CLI-DOC  TO AUD12-DOC-ANTES
           MOVE WK-DE-CLI-TIPO TO AUD12-TIPO-DEPOIS
           MOVE WK-DE-CLI-DOC  TO AUD12-DOC-DEPOIS
           IF WK-AN-CLI-TIPO NOT = WK-DE-CLI-TIPO OR
              WK-AN-CLI-DOC NOT = WK-DE-CLI-DOC
               MOVE "*" TO AUD12-MARCA
           ELSE
               MOVE SPACES TO AUD12-MARCA
           END-IF
           WRITE REG-AUDREL FROM WK-AUD12 AFTER 1
           ADD 1 TO WK-AC-LINHAS

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               MOVE WK-I                TO AUD6-PERIODO
               MOVE WK-AN-VALORS-A (WK-I) TO AUD6-VAL-ANTES
       0350-END. EXIT.

      *    ACUMULAR A ENTRADA NA ATIVIDADE DO OPERADOR NO DIA. ACAO
      *    FORA DE I/A/E/S (ACAO NOVA DE OUTRO PROGRAMA) CAI EM OUTRAS
      *    EM VEZ DE SUMIR DO TOTAL
       0360-ACUMULAR-OPERADOR SECTION.
           MOVE ZEROS TO WK-OP-IDX
                   ADD 1 TO WK-OP-QTD-A (WK-OP-IDX)
               WHEN "E"
                   ADD 1 TO WK-OP-QTD-E (WK-OP-IDX)
               WHEN "S"
                   ADD 1 TO WK-OP-QTD-S (WK-OP-IDX)
               WHEN OTHER
                   ADD 1 TO WK-OP-QTD-OUT (WK-OP-IDX)
           END-EVALUATE
               MOVE WK-OP-QTD-I (WK-J)    TO AUD9-QTD-I
               MOVE WK-OP-QTD-A (WK-J)    TO AUD9-QTD-A
               MOVE WK-OP-QTD-E (WK-J)    TO AUD9-QTD-E
               MOVE WK-OP-QTD-S (WK-J)    TO AUD9-QTD-S
               MOVE WK-OP-QTD-OUT (WK-J)  TO AUD9-QTD-OUT
               WRITE REG-AUDREL FROM WK-AUD9 AFTER 1
           END-PERFORM
