      *          O ERESUMO.DAT sequencial da versao anterior deve ser
      *          renomeado para ERESUMO.SEQ antes da execucao; cada
      *          registro e regravado no novo ERESUMO.DAT indexado
      *          pela chave agencia + conta. Registro sem situacao
      *          (layout antigo, mais curto) entra como conta ativa na
      *          data da carga. O mestre e gravado direto no layout
      *          atual de 250 bytes: cada valor de periodo passa do
      *          9(05)V99 sem sinal do sequencial para o S9(07)V99
      *          com sinal, sem mudar de valor (periodo em branco
      *          continua em branco, lixo nao numerico e copiado como
      *          veio e apontado), como no ERCONV3.
      * Tectonics: cobc
      * Obeservation: ER significa ERESUMO.
      ******************************************************************

       FD  ER-SEQ.

       01  REG-SEQ                     PIC X(200).

       FD  ERESUMO.

           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

       FD  RUNLOG.

       77  WK-TOT-GRAVADOS             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WK-ERRO-CARGA               PIC X(01) VALUE SPACES.
       77  WK-TOT-NAO-NUMERICOS        PIC 9(06) VALUE ZEROS.

       01  WK-REG-SEQ.
           05 WK-SEQ-CHAVE.
               10 WK-SEQ-VALORS REDEFINES WK-SEQ-VALORS-A
                                       PIC 9(05)V99.
               10 WK-SEQ-DIAS-A        PIC X(03).
           05 WK-SEQ-RESTO.
               10 WK-SEQ-SITUACAO      PIC X(01).
               10 WK-SEQ-DT-SITUACAO   PIC X(08).
               10 FILLER               PIC X(38).
       01  WK-I                        PIC 9(02) VALUE 1.

      *    REGISTRO DA CONTA NO LAYOUT ATUAL DO MESTRE (250 BYTES)
       01  WK-REG-ERESUMO.
           05 WK-ER-CHAVE              PIC X(10)    VALUE SPACES.
           05 WK-ER-NOME               PIC X(23)    VALUE SPACES.
           05 WK-ER-PERIODO OCCURS 12 TIMES.
               10 WK-ER-VALORS-A       PIC X(10)    VALUE SPACES.
               10 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
               10 WK-ER-DIAS-A         PIC X(03)    VALUE SPACES.
           05 WK-ER-RESTO              PIC X(47)    VALUE SPACES.
           05 FILLER                   PIC X(14)    VALUE SPACES.

      *    REGISTROS DE CONTROLE DO ERESUMO (MESMO LAYOUT DO PROGRAMA
      *    DE CAPTURA), CARIMBADOS AO FIM DA CARGA PARA O PGMP0801
      *    ACEITAR O MESTRE RECEM-CONVERTIDO
           05 WK-CAB-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-CAB-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-CAB-PROGRAMA          PIC X(08) VALUE "ERCONV".
           05 FILLER                   PIC X(218) VALUE SPACES.

       01  WK-REG-TRL.
           05 WK-TRL-CHAVE             PIC X(10) VALUE "9999999999".
           05 WK-TRL-QTD               PIC 9(06) VALUE ZEROS.
           05 WK-TRL-HASH              PIC 9(12) VALUE ZEROS.
           05 WK-TRL-SOMA              PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 FILLER                   PIC X(206) VALUE SPACES.

       01  WK-CTL-AGORA                PIC X(14) VALUE SPACES.


      *    CADA REGISTRO DO SEQUENCIAL E REGRAVADO NO INDEXADO; A
      *    CHAVE (AGENCIA + CONTA) JA OCUPA AS 10 PRIMEIRAS POSICOES
      *    DO LAYOUT DO SEQUENCIAL. CHAVE NAO NUMERICA OU DUPLICADA E
      *    CONTADA COMO REJEITADA E LISTADA PARA ACERTO MANUAL
       0300-CONVERTER SECTION.
           READ ER-SEQ INTO WK-REG-SEQ
               GO TO 0310-END
           END-IF

           IF WK-SEQ-SITUACAO = SPACES
               MOVE "A" TO WK-SEQ-SITUACAO
               MOVE WK-RL-DATA-INI TO WK-SEQ-DT-SITUACAO
           END-IF

           IF WK-SEQ-CHAVE IS NUMERIC
               PERFORM 0330-CONVERTER-REGISTRO THRU 0330-END
               WRITE REG-ERESUMO FROM WK-REG-ERESUMO
                   INVALID KEY
                       ADD 1 TO WK-TOT-REJEITADOS
                       DISPLAY "CHAVE DUPLICADA NAO CONVERTIDA: "
           .
       0320-END. EXIT.

      *    MONTAR O REGISTRO NO LAYOUT ATUAL: VALOR NUMERICO PASSA
      *    PARA O CAMPO COM SINAL SEM MUDAR DE VALOR; PERIODO EM
      *    BRANCO CONTINUA EM BRANCO; LIXO NAO NUMERICO E COPIADO COMO
      *    VEIO (CONTINUA REJEITADO PELOS LEITORES) E APONTADO
       0330-CONVERTER-REGISTRO SECTION.
           MOVE SPACES         TO WK-REG-ERESUMO
           MOVE WK-SEQ-CHAVE   TO WK-ER-CHAVE
           MOVE WK-SEQ-NOME    TO WK-ER-NOME
           MOVE WK-SEQ-RESTO   TO WK-ER-RESTO

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               MOVE WK-SEQ-DIAS-A (WK-I) TO WK-ER-DIAS-A (WK-I)
               EVALUATE TRUE
                   WHEN WK-SEQ-VALORS (WK-I) NUMERIC
                       MOVE WK-SEQ-VALORS (WK-I)
                         TO WK-ER-VALORS (WK-I)
                   WHEN WK-SEQ-VALORS-A (WK-I) = SPACES
                       CONTINUE
                   WHEN OTHER
                       MOVE WK-SEQ-VALORS-A (WK-I)
                         TO WK-ER-VALORS-A (WK-I)
                       ADD 1 TO WK-TOT-NAO-NUMERICOS
                       DISPLAY "PERIODO NAO NUMERICO COPIADO COMO "
                               "ESTA: " WK-SEQ-CHAVE " MES " WK-I
                               " [" WK-SEQ-VALORS-A (WK-I) "]"
               END-EVALUATE
           END-PERFORM
           .
       0330-END. EXIT.

       0500-FINISH SECTION.
      *    CARIMBAR OS REGISTROS DE CONTROLE COM OS TOTAIS DA CARGA.
      *    CARGA ABORTADA NAO GANHA CONTROLES: O TRAILER BATERIA COM O
           DISPLAY "REGISTROS LIDOS:      " WK-TOT-LIDOS
           DISPLAY "REGISTROS GRAVADOS:   " WK-TOT-GRAVADOS
           DISPLAY "REGISTROS REJEITADOS: " WK-TOT-REJEITADOS
           DISPLAY "PERIODOS NAO NUMERICOS: " WK-TOT-NAO-NUMERICOS
           .
       0500-END. EXIT.

