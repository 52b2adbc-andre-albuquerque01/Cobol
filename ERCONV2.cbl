      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Conversao unica do ERESUMO indexado e do diario
      *          ERAUDIT para o registro de 200 bytes com a situacao
      *          da conta. Antes da execucao o ERESUMO.DAT atual deve
      *          ser renomeado para ERESUMO.ANT e o ERAUDIT.DAT para
      *          ERAUDIT.ANT. Cada conta e regravada no novo
      *          ERESUMO.DAT como ativa (A) na data da conversao; cada
      *          entrada do diario tem as imagens antes/depois
      *          alargadas com brancos. O cabecalho/trailer do mestre
      *          e recarimbado e os totais de controle (quantidade,
      *          hash das contas e soma dos periodos) sao conferidos
      *          antes e depois: divergencia termina com retorno 12.
      *          As geracoes de backup listadas no ERBKPCTL.DAT (que
      *          nao muda de layout) tambem passam para 200 bytes:
      *          cada ERBKPGn.DAT deve ser renomeado para ERBKPGn.ANT
      *          e e regravado com o trailer recarimbado e os mesmos
      *          totais, para continuar restauravel pelo ERRST.
      *          Depois desta conversao roda o ERCONV3 (periodos com
      *          sinal), com os .DAT gerados aqui renomeados de novo
      *          para .ANT.
      * Tectonics: cobc
      * Obeservation: ER significa ERESUMO, AN significa ANTERIOR,
      *               CT CONTROLE DE GERACOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERCONV2.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ER-ANT ASSIGN TO "ERESUMO.ANT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AN-CHAVE
                  FILE STATUS IS WK-FS-AN.

           SELECT ERESUMO ASSIGN TO "ERESUMO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ER-CHAVE
                  FILE STATUS IS WK-FS-ER.

           SELECT AUD-ANT ASSIGN TO "ERAUDIT.ANT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-AA.

           SELECT ERAUDIT ASSIGN TO "ERAUDIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-AUD.

      *    CONTROLE DE GERACOES: SO LIDO, O LAYOUT NAO MUDA
           SELECT ERBKPCTL ASSIGN TO "ERBKPCTL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CT.

      *    GERACOES DE BACKUP: O NOME DO ARQUIVO E MONTADO PARA CADA
      *    GERACAO DO CONTROLE, COMO NO ERBKP
           SELECT BKP-ANT ASSIGN TO DYNAMIC WK-BKA-FILENAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-BA.

           SELECT ERBKPG ASSIGN TO DYNAMIC WK-BKP-FILENAME
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-BK.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-RL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      *    MESTRE NO LAYOUT ANTERIOR (153 BYTES)
       FD  ER-ANT.

       01  REG-ER-ANT.
           05 AN-CHAVE.
               10 AN-AGENCIA           PIC 9(04).
               10 AN-NUMCTA            PIC 9(06).
           05 AN-DADOS                 PIC X(143).

       FD  ERESUMO.

       01  REG-ERESUMO.
           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(190).

      *    DIARIO NO LAYOUT ANTERIOR: 24 BYTES DE CABECALHO E AS DUAS
      *    IMAGENS DE 153
       FD  AUD-ANT.

       01  REG-AUD-ANT.
           05 AA-CABECALHO             PIC X(24).
           05 AA-ANTES                 PIC X(153).
           05 AA-DEPOIS                PIC X(153).

       FD  ERAUDIT.

       01  REG-AUDIT                   PIC X(424).

       FD  ERBKPCTL.

       01  REG-CTL                     PIC X(53).

      *    GERACAO DE BACKUP NO LAYOUT ANTERIOR (153) E NO NOVO (200)
       FD  BKP-ANT.

       01  REG-BKP-ANT                 PIC X(153).

       FD  ERBKPG.

       01  REG-BKP                     PIC X(200).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-AN                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-ER                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-AA                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-AUD                   PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-FIM-AUD                  PIC X(01) VALUE SPACES.
       77  WK-TEM-DIARIO               PIC X(01) VALUE SPACES.
       77  WK-TOT-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WK-TOT-GRAVADOS             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-AUD-LIDOS            PIC 9(06) VALUE ZEROS.
       77  WK-TOT-AUD-GRAVADOS         PIC 9(06) VALUE ZEROS.
       77  WK-ERRO-CARGA               PIC X(01) VALUE SPACES.
       77  WK-TRL-ANT-ACHADO           PIC X(01) VALUE SPACES.
       77  WK-FS-CT                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-BA                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-BK                    PIC 9(02) VALUE ZEROS.
       77  WK-FIM-CTA                  PIC X(01) VALUE SPACES.
       77  WK-FIM-BKP                  PIC X(01) VALUE SPACES.
       77  WK-TEM-BACKUP               PIC X(01) VALUE SPACES.
       77  WK-DIVERGENTE               PIC X(01) VALUE SPACES.
       77  WK-TOT-GER-LIDAS            PIC 9(02) VALUE ZEROS.
       77  WK-TOT-GER-CONVERTIDAS      PIC 9(02) VALUE ZEROS.
       77  WK-TOT-GER-AUSENTES         PIC 9(02) VALUE ZEROS.
       77  WK-BKA-FILENAME             PIC X(100) VALUE SPACES.
       77  WK-BKP-FILENAME             PIC X(100) VALUE SPACES.

      *    REGISTRO DA CONTA JA NO LAYOUT NOVO: OS 153 BYTES ANTIGOS
      *    VAO TAIS QUAIS PARA O INICIO, A SITUACAO E O RESTO DEPOIS
       01  WK-REG-ERESUMO.
           05 WK-ER-AGENCIA            PIC X(04)    VALUE SPACES.
           05 WK-ER-NUMCTA             PIC X(06)    VALUE SPACES.
           05 WK-ER-NUMCTA-R REDEFINES WK-ER-NUMCTA PIC 9(06).
           05 WK-ER-NOME               PIC X(23)    VALUE SPACES.
           05 WK-ER-PERIODO OCCURS 12 TIMES.
               10 WK-ER-VALORS-A       PIC X(07)    VALUE SPACES.
               10 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC 9(05)V99.
               10 WK-ER-DIAS-A         PIC X(03)    VALUE SPACES.
           05 WK-ER-SITUACAO           PIC X(01)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO-A      PIC X(08)    VALUE SPACES.
           05 FILLER                   PIC X(38)    VALUE SPACES.
       01  WK-I                        PIC 9(02) VALUE 1.

      *    LINHA DO CONTROLE DE GERACOES (O MESMO DO ERBKP/ERRST)
       01  WK-REG-CTA.
           05 WK-CTA-GER               PIC 9(01) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WK-CTA-DATA              PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WK-CTA-HORA              PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WK-CTA-QTD               PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WK-CTA-HASH              PIC 9(12) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WK-CTA-SOMA              PIC 9(11)V99 VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WK-CTA-VERIF             PIC X(01) VALUE SPACES.

      *    GERACAO DE BACKUP: TOTAIS DO ARQUIVO ANTERIOR, DO NOVO
      *    RELIDO E OS DA LINHA DO CONTROLE
       01  WK-BKP-ANTES.
           05 WK-BA-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-BA-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-BA-SOMA               PIC 9(11)V99 VALUE ZEROS.
       01  WK-BKP-DEPOIS.
           05 WK-BD-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-BD-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-BD-SOMA               PIC 9(11)V99 VALUE ZEROS.
       01  WK-BKP-LINHA.
           05 WK-BL-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-BL-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-BL-SOMA               PIC 9(11)V99 VALUE ZEROS.

      *    DIARIO NO LAYOUT NOVO (O MESMO DO PGMS0801/PGMS0804)
       01  WK-REG-AUDIT.
           05 WK-AUD-CABECALHO         PIC X(24) VALUE SPACES.
           05 WK-AUD-ANTES             PIC X(200) VALUE SPACES.
           05 WK-AUD-DEPOIS            PIC X(200) VALUE SPACES.

      *    TRAILER DO MESTRE ANTERIOR, SO PARA EXIBIR NA CONFERENCIA
       01  WK-TRL-ANT.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WK-TA-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-TA-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-TA-SOMA               PIC 9(11)V99 VALUE ZEROS.
           05 FILLER                   PIC X(112) VALUE SPACES.

      *    TOTAIS DE CONTROLE ANTES (LIDOS DO ANTERIOR) E DEPOIS
      *    (RECONTADOS NO NOVO MESTRE, JA FECHADO E REABERTO)
       01  WK-CTL-ANTES.
           05 WK-CA-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-CA-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-CA-SOMA               PIC 9(11)V99 VALUE ZEROS.
       01  WK-CTL-DEPOIS.
           05 WK-CD-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-CD-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-CD-SOMA               PIC 9(11)V99 VALUE ZEROS.
       77  WK-FIM-CTL                  PIC X(01) VALUE SPACES.

      *    REGISTROS DE CONTROLE DO ERESUMO (MESMO LAYOUT DO PROGRAMA
      *    DE CAPTURA), CARIMBADOS AO FIM DA CONVERSAO
       01  WK-REG-CAB.
           05 WK-CAB-CHAVE             PIC X(10) VALUE "0000000000".
           05 WK-CAB-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-CAB-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-CAB-PROGRAMA          PIC X(08) VALUE "ERCONV2".
           05 FILLER                   PIC X(168) VALUE SPACES.

       01  WK-REG-TRL.
           05 WK-TRL-CHAVE             PIC X(10) VALUE "9999999999".
           05 WK-TRL-QTD               PIC 9(06) VALUE ZEROS.
           05 WK-TRL-HASH              PIC 9(12) VALUE ZEROS.
           05 WK-TRL-SOMA              PIC 9(11)V99 VALUE ZEROS.
           05 FILLER                   PIC X(159) VALUE SPACES.

       01  WK-CTL-AGORA                PIC X(14) VALUE SPACES.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "ERCONV2".
           05 WK-RL-DATA-INI           PIC 9(08) VALUE ZEROS.
           05 WK-RL-HORA-INI           PIC 9(06) VALUE ZEROS.
           05 WK-RL-DATA-FIM           PIC 9(08) VALUE ZEROS.
           05 WK-RL-HORA-FIM           PIC 9(06) VALUE ZEROS.
           05 WK-RL-LIDOS              PIC 9(06) VALUE ZEROS.
           05 WK-RL-GRAVADOS           PIC 9(06) VALUE ZEROS.
           05 WK-RL-REJEITADOS         PIC 9(06) VALUE ZEROS.
           05 WK-RL-RC                 PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.
           PERFORM 0100-INITIAL THRU 0100-END
           PERFORM 0300-CONVERTER THRU 0300-END
                        UNTIL WK-FIM = "S"
           IF WK-TEM-DIARIO = "S"
               PERFORM 0400-CONVERTER-DIARIO THRU 0400-END
                            UNTIL WK-FIM-AUD = "S"
           END-IF
           PERFORM 0500-FINISH THRU 0500-END

      *    OS BACKUPS SO SAO CONVERTIDOS COM O MESTRE CONVERTIDO LIMPO
           IF RETURN-CODE = ZEROS
               PERFORM 0600-CONVERTER-BACKUPS THRU 0600-END
           END-IF

           PERFORM 0900-GRAVAR-RUNLOG THRU 0900-END

           STOP RUN.

       0100-INITIAL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-RL-AGORA
           MOVE WK-RL-AGORA (1:8) TO WK-RL-DATA-INI
           MOVE WK-RL-AGORA (9:6) TO WK-RL-HORA-INI

           OPEN INPUT ER-ANT

           IF WK-FS-AN NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERESUMO.ANT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               DISPLAY "RENOMEIE O ERESUMO.DAT ATUAL PARA"
               DISPLAY "ERESUMO.ANT ANTES DE EXECUTAR A CONVERSAO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ERESUMO

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA CRIACAO DO ERESUMO.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    DIARIO AUSENTE (INSTALACAO SEM MANUTENCAO AINDA) NAO E
      *    ERRO: SO NAO HA O QUE CONVERTER
           OPEN INPUT AUD-ANT

           IF WK-FS-AA EQUAL 35
               DISPLAY "ERAUDIT.ANT AUSENTE - DIARIO NAO CONVERTIDO"
           ELSE
               IF WK-FS-AA NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO ERAUDIT.ANT" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "S" TO WK-TEM-DIARIO
               OPEN OUTPUT ERAUDIT
               IF WK-FS-AUD NOT EQUAL ZEROS
                   MOVE "ERRO NA CRIACAO DO ERAUDIT.DAT" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE ZEROS TO AN-AGENCIA
           MOVE ZEROS TO AN-NUMCTA
           START ER-ANT KEY NOT < AN-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM
           END-START
           .
       0100-END. EXIT.

      *    CADA CONTA DO MESTRE ANTERIOR E REGRAVADA NO NOVO COMO
      *    ATIVA NA DATA DA CONVERSAO. CABECALHO E TRAILER ANTIGOS NAO
      *    SAO COPIADOS - O 0500 CARIMBA OS NOVOS
       0300-CONVERTER SECTION.
           READ ER-ANT NEXT RECORD
               AT END
                   MOVE "S" TO WK-FIM
               NOT AT END
                   EVALUATE TRUE
                       WHEN AN-AGENCIA = 0000 AND AN-NUMCTA = 000000
                           CONTINUE
                       WHEN AN-AGENCIA = 9999 AND AN-NUMCTA = 999999
                           MOVE "S" TO WK-TRL-ANT-ACHADO
                           MOVE REG-ER-ANT TO WK-TRL-ANT
                       WHEN OTHER
                           ADD 1 TO WK-TOT-LIDOS
                           PERFORM 0310-GRAVAR THRU 0310-END
                   END-EVALUATE
           END-READ

           IF WK-FS-AN NOT EQUAL ZEROS AND
               WK-FS-AN NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERESUMO.ANT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM
           END-IF
           .
       0300-END. EXIT.

       0310-GRAVAR SECTION.
           MOVE SPACES TO WK-REG-ERESUMO
           MOVE REG-ER-ANT TO WK-REG-ERESUMO (1:153)
           MOVE "A" TO WK-ER-SITUACAO
           MOVE WK-RL-DATA-INI TO WK-ER-DT-SITUACAO-A

           ADD 1 TO WK-CA-QTD
           ADD AN-NUMCTA TO WK-CA-HASH
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               IF WK-ER-VALORS (WK-I) NUMERIC
                   ADD WK-ER-VALORS (WK-I) TO WK-CA-SOMA
               END-IF
           END-PERFORM

           WRITE REG-ERESUMO FROM WK-REG-ERESUMO

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NO WRITE DO ERESUMO.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM
           ELSE
               ADD 1 TO WK-TOT-GRAVADOS
           END-IF
           .
       0310-END. EXIT.

      *    CADA ENTRADA DO DIARIO: O CABECALHO (DATA, HORA, OPERADOR,
      *    MODO E ACAO) NAO MUDA; AS IMAGENS GANHAM A AREA NOVA EM
      *    BRANCO (A SITUACAO NAO EXISTIA QUANDO FORAM TIRADAS)
       0400-CONVERTER-DIARIO SECTION.
           READ AUD-ANT
               AT END
                   MOVE "S" TO WK-FIM-AUD
               NOT AT END
                   ADD 1 TO WK-TOT-AUD-LIDOS
                   MOVE SPACES       TO WK-REG-AUDIT
                   MOVE AA-CABECALHO TO WK-AUD-CABECALHO
                   MOVE AA-ANTES     TO WK-AUD-ANTES
                   MOVE AA-DEPOIS    TO WK-AUD-DEPOIS
                   WRITE REG-AUDIT FROM WK-REG-AUDIT
                   IF WK-FS-AUD NOT EQUAL ZEROS
                       MOVE "ERRO NO WRITE DO ERAUDIT.DAT" TO WK-MSG
                       PERFORM 0700-ERROR THRU 0700-END
                       MOVE "S" TO WK-ERRO-CARGA
                       MOVE "S" TO WK-FIM-AUD
                   ELSE
                       ADD 1 TO WK-TOT-AUD-GRAVADOS
                   END-IF
           END-READ

           IF WK-FS-AA NOT EQUAL ZEROS AND
               WK-FS-AA NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERAUDIT.ANT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-AUD
           END-IF
           .
       0400-END. EXIT.

      *    CARIMBAR OS CONTROLES E CONFERIR ANTES X DEPOIS. CARGA
      *    ABORTADA NAO GANHA CONTROLES, COMO NO ERCONV
       0500-FINISH SECTION.
           IF WK-ERRO-CARGA = "S"
               DISPLAY "CONVERSAO INCOMPLETA - REGISTROS DE CONTROLE"
               DISPLAY "NAO GRAVADOS; CORRIJA E REFACA A CONVERSAO"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WK-CA-QTD  TO WK-TRL-QTD
               MOVE WK-CA-HASH TO WK-TRL-HASH
               MOVE WK-CA-SOMA TO WK-TRL-SOMA

               MOVE FUNCTION CURRENT-DATE(1:14) TO WK-CTL-AGORA
               MOVE WK-CTL-AGORA (1:8) TO WK-CAB-DATA
               MOVE WK-CTL-AGORA (9:6) TO WK-CAB-HORA

               WRITE REG-ERESUMO FROM WK-REG-CAB

               IF WK-FS-ER NOT EQUAL ZEROS
                   MOVE "ERRO NA GRAVACAO DO CABECALHO" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE 12 TO RETURN-CODE
               END-IF

               WRITE REG-ERESUMO FROM WK-REG-TRL

               IF WK-FS-ER NOT EQUAL ZEROS
                   MOVE "ERRO NA GRAVACAO DO TRAILER" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE ER-ANT
           CLOSE ERESUMO
           IF WK-TEM-DIARIO = "S"
               CLOSE AUD-ANT
               CLOSE ERAUDIT
           END-IF

           IF RETURN-CODE = ZEROS
               PERFORM 0510-RECONTAR THRU 0510-END
           END-IF

           DISPLAY "CONVERSAO ENCERRADA"
           IF WK-TRL-ANT-ACHADO = "S"
               DISPLAY "TRAILER ANTERIOR  QTD " WK-TA-QTD
                       " HASH " WK-TA-HASH " SOMA " WK-TA-SOMA
           END-IF
           DISPLAY "ANTES             QTD " WK-CA-QTD
                   " HASH " WK-CA-HASH " SOMA " WK-CA-SOMA
           DISPLAY "DEPOIS            QTD " WK-CD-QTD
                   " HASH " WK-CD-HASH " SOMA " WK-CD-SOMA
           DISPLAY "CONTAS LIDAS:         " WK-TOT-LIDOS
           DISPLAY "CONTAS GRAVADAS:      " WK-TOT-GRAVADOS
           DISPLAY "DIARIO LIDOS:         " WK-TOT-AUD-LIDOS
           DISPLAY "DIARIO GRAVADOS:      " WK-TOT-AUD-GRAVADOS
           .
       0500-END. EXIT.

      *    RELER O MESTRE NOVO DO DISCO E SOMAR OS MESMOS CONTROLES:
      *    O DEPOIS TEM QUE BATER COM O ANTES E COM O TRAILER CARIMBADO
       0510-RECONTAR SECTION.
           OPEN INPUT ERESUMO

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA REABERTURA DO ERESUMO.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               GO TO 0510-END
           END-IF

           PERFORM 0520-SOMAR-CONTROLE THRU 0520-END
                        UNTIL WK-FIM-CTL = "S"

           CLOSE ERESUMO

           IF WK-CTL-ANTES NOT = WK-CTL-DEPOIS
               DISPLAY "TOTAIS DE CONTROLE DIVERGENTES ANTES/DEPOIS"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       0510-END. EXIT.

       0520-SOMAR-CONTROLE SECTION.
           READ ERESUMO NEXT RECORD INTO WK-REG-ERESUMO
               AT END
                   MOVE "S" TO WK-FIM-CTL
               NOT AT END
                   IF (ER-AGENCIA = 0000 AND ER-NUMCTA = 000000) OR
                      (ER-AGENCIA = 9999 AND ER-NUMCTA = 999999)
                       CONTINUE
                   ELSE
                       ADD 1 TO WK-CD-QTD
                       ADD ER-NUMCTA TO WK-CD-HASH
                       PERFORM VARYING WK-I FROM 1 BY 1
                               UNTIL WK-I > 12
                           IF WK-ER-VALORS (WK-I) NUMERIC
                               ADD WK-ER-VALORS (WK-I) TO WK-CD-SOMA
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 10
               MOVE "ERRO NA RECONTAGEM DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WK-FIM-CTL
           END-IF
           .
       0520-END. EXIT.

      *    BACKUPS: CADA GERACAO LISTADA NO CONTROLE E CONVERTIDA
      *    (ERBKPGn.ANT PARA ERBKPGn.DAT). O CONTROLE FICA COMO ESTA:
      *    OS TOTAIS DE CADA GERACAO NAO MUDAM. SEM CONTROLE NAO HA
      *    BACKUP A CONVERTER
       0600-CONVERTER-BACKUPS SECTION.
           OPEN INPUT ERBKPCTL

           IF WK-FS-CT EQUAL 35
               DISPLAY "ERBKPCTL.DAT AUSENTE - BACKUPS NAO CONVERTIDOS"
               GO TO 0600-END
           END-IF

           IF WK-FS-CT NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERBKPCTL.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               GO TO 0600-END
           END-IF

           MOVE "S" TO WK-TEM-BACKUP
           PERFORM 0610-LER-LINHA-CONTROLE THRU 0610-END
                        UNTIL WK-FIM-CTA = "S"

           CLOSE ERBKPCTL

           DISPLAY "GERACOES NO CONTROLE: " WK-TOT-GER-LIDAS
           DISPLAY "GERACOES CONVERTIDAS: " WK-TOT-GER-CONVERTIDAS
           DISPLAY "GERACOES AUSENTES:    " WK-TOT-GER-AUSENTES

           IF WK-ERRO-CARGA = "S"
               DISPLAY "CONVERSAO DOS BACKUPS INCOMPLETA - CORRIJA E"
               DISPLAY "REFACA A CONVERSAO A PARTIR DOS ARQUIVOS .ANT"
               MOVE 12 TO RETURN-CODE
           END-IF

           IF WK-DIVERGENTE = "S"
               DISPLAY "TOTAIS DE CONTROLE DOS BACKUPS DIVERGENTES -"
               DISPLAY "A CONVERSAO NAO PODE SER ACEITA"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       0600-END. EXIT.

       0610-LER-LINHA-CONTROLE SECTION.
           READ ERBKPCTL INTO WK-REG-CTA
               AT END
                   MOVE "S" TO WK-FIM-CTA
               NOT AT END
                   ADD 1 TO WK-TOT-GER-LIDAS
                   PERFORM 0620-CONVERTER-GERACAO THRU 0620-END
           END-READ

           IF WK-FS-CT NOT EQUAL ZEROS AND
               WK-FS-CT NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERBKPCTL.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-CTA
           END-IF
           .
       0610-END. EXIT.

      *    UMA GERACAO: CONVERTER O SEQUENCIAL, RELER O NOVO E BATER
      *    ANTES X DEPOIS. GERACAO SEM ARQUIVO (APAGADA A MAO) SO E
      *    AVISADA; GERACAO QUE JA NAO FECHAVA COM O CONTROLE E
      *    CONVERTIDA ASSIM MESMO E APONTADA (O ERCONV3 A DEIXA COMO
      *    NAO VERIFICADA)
       0620-CONVERTER-GERACAO SECTION.
           MOVE SPACES TO WK-BKA-FILENAME
           STRING "ERBKPG" WK-CTA-GER ".ANT"
               DELIMITED BY SIZE INTO WK-BKA-FILENAME
           END-STRING
           MOVE SPACES TO WK-BKP-FILENAME
           STRING "ERBKPG" WK-CTA-GER ".DAT"
               DELIMITED BY SIZE INTO WK-BKP-FILENAME
           END-STRING

           OPEN INPUT BKP-ANT

           IF WK-FS-BA EQUAL 35
               DISPLAY "GERACAO " WK-CTA-GER ": "
                       WK-BKA-FILENAME (1:11) " AUSENTE"
               ADD 1 TO WK-TOT-GER-AUSENTES
               GO TO 0620-END
           END-IF

           IF WK-FS-BA NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO BACKUP ANTERIOR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-CTA
               GO TO 0620-END
           END-IF

           OPEN OUTPUT ERBKPG

           IF WK-FS-BK NOT EQUAL ZEROS
               MOVE "ERRO NA CRIACAO DO BACKUP NOVO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-CTA
               CLOSE BKP-ANT
               GO TO 0620-END
           END-IF

           MOVE ZEROS  TO WK-BKP-ANTES
           MOVE ZEROS  TO WK-BKP-DEPOIS
           MOVE SPACES TO WK-FIM-BKP
           PERFORM 0630-CONVERTER-BACKUP THRU 0630-END
                        UNTIL WK-FIM-BKP = "S"

           CLOSE BKP-ANT
           CLOSE ERBKPG

           IF WK-FS-BK NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO BACKUP NOVO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
           END-IF

           IF WK-ERRO-CARGA = "S"
               MOVE "S" TO WK-FIM-CTA
               GO TO 0620-END
           END-IF

           OPEN INPUT ERBKPG

           IF WK-FS-BK NOT EQUAL ZEROS
               MOVE "ERRO NA REABERTURA DO BACKUP NOVO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-CTA
               GO TO 0620-END
           END-IF

           MOVE SPACES TO WK-FIM-BKP
           PERFORM 0640-SOMAR-BACKUP THRU 0640-END
                        UNTIL WK-FIM-BKP = "S"

           CLOSE ERBKPG

           ADD 1 TO WK-TOT-GER-CONVERTIDAS
           DISPLAY "GERACAO " WK-CTA-GER " ANTES  QTD " WK-BA-QTD
                   " HASH " WK-BA-HASH " SOMA " WK-BA-SOMA
           DISPLAY "GERACAO " WK-CTA-GER " DEPOIS QTD " WK-BD-QTD
                   " HASH " WK-BD-HASH " SOMA " WK-BD-SOMA

           IF WK-BKP-ANTES NOT = WK-BKP-DEPOIS
               DISPLAY "GERACAO " WK-CTA-GER ": TOTAIS DE CONTROLE "
                       "DIVERGENTES ANTES/DEPOIS"
               MOVE "S" TO WK-DIVERGENTE
           END-IF

           MOVE WK-CTA-QTD  TO WK-BL-QTD
           MOVE WK-CTA-HASH TO WK-BL-HASH
           MOVE WK-CTA-SOMA TO WK-BL-SOMA
           IF WK-BKP-ANTES NOT = WK-BKP-LINHA
               DISPLAY "GERACAO " WK-CTA-GER ": BACKUP ANTERIOR JA "
                       "NAO FECHAVA COM O CONTROLE"
           END-IF
           .
       0620-END. EXIT.

      *    O CABECALHO DO BACKUP VAI ALARGADO COM BRANCOS; O TRAILER E
      *    RECARIMBADO NO LAYOUT DE 200 COM OS MESMOS TOTAIS (E POR
      *    ELE QUE O ERRST CONFERE A RESTAURACAO); CADA CONTA GANHA A
      *    SITUACAO COMO NO MESTRE
       0630-CONVERTER-BACKUP SECTION.
           READ BKP-ANT
               AT END
                   MOVE "S" TO WK-FIM-BKP
               NOT AT END
                   MOVE SPACES TO WK-REG-ERESUMO
                   MOVE REG-BKP-ANT TO WK-REG-ERESUMO (1:153)
                   EVALUATE TRUE
                       WHEN REG-BKP-ANT (1:10) = "0000000000"
                           WRITE REG-BKP FROM WK-REG-ERESUMO
                       WHEN REG-BKP-ANT (1:10) = "9999999999"
                           MOVE REG-BKP-ANT TO WK-TRL-ANT
                           MOVE WK-TA-QTD  TO WK-TRL-QTD
                           MOVE WK-TA-HASH TO WK-TRL-HASH
                           MOVE WK-TA-SOMA TO WK-TRL-SOMA
                           WRITE REG-BKP FROM WK-REG-TRL
                       WHEN OTHER
                           MOVE "A" TO WK-ER-SITUACAO
                           MOVE WK-RL-DATA-INI TO WK-ER-DT-SITUACAO-A
                           ADD 1 TO WK-BA-QTD
                           ADD WK-ER-NUMCTA-R TO WK-BA-HASH
                           PERFORM VARYING WK-I FROM 1 BY 1
                                   UNTIL WK-I > 12
                               IF WK-ER-VALORS (WK-I) NUMERIC
                                   ADD WK-ER-VALORS (WK-I)
                                    TO WK-BA-SOMA
                               END-IF
                           END-PERFORM
                           WRITE REG-BKP FROM WK-REG-ERESUMO
                   END-EVALUATE
                   IF WK-FS-BK NOT EQUAL ZEROS
                       MOVE "ERRO NO WRITE DO BACKUP NOVO" TO WK-MSG
                       PERFORM 0700-ERROR THRU 0700-END
                       MOVE "S" TO WK-ERRO-CARGA
                       MOVE "S" TO WK-FIM-BKP
                   END-IF
           END-READ

           IF WK-FS-BA NOT EQUAL ZEROS AND
               WK-FS-BA NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO BACKUP ANTERIOR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-BKP
           END-IF
           .
       0630-END. EXIT.

       0640-SOMAR-BACKUP SECTION.
           READ ERBKPG INTO WK-REG-ERESUMO
               AT END
                   MOVE "S" TO WK-FIM-BKP
               NOT AT END
                   IF REG-BKP (1:10) = "0000000000" OR
                      REG-BKP (1:10) = "9999999999"
                       CONTINUE
                   ELSE
                       ADD 1 TO WK-BD-QTD
                       ADD WK-ER-NUMCTA-R TO WK-BD-HASH
                       PERFORM VARYING WK-I FROM 1 BY 1
                               UNTIL WK-I > 12
                           IF WK-ER-VALORS (WK-I) NUMERIC
                               ADD WK-ER-VALORS (WK-I) TO WK-BD-SOMA
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ

           IF WK-FS-BK NOT EQUAL ZEROS AND
               WK-FS-BK NOT EQUAL 10
               MOVE "ERRO NA RECONTAGEM DO BACKUP NOVO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-BKP
           END-IF
           .
       0640-END. EXIT.

      *    TRATAR ERROR
       0700-ERROR SECTION.
           DISPLAY "==================================================="
           DISPLAY "PROGRAMA COM ERRO"
           DISPLAY "==================================================="
           DISPLAY WK-MSG
           DISPLAY "==================================================="
           DISPLAY "FILE STATUS ANT: " WK-FS-AN
           DISPLAY "FILE STATUS ER : " WK-FS-ER
           DISPLAY "FILE STATUS AA : " WK-FS-AA
           DISPLAY "FILE STATUS AUD: " WK-FS-AUD
           DISPLAY "FILE STATUS CT : " WK-FS-CT
           DISPLAY "FILE STATUS BA : " WK-FS-BA
           DISPLAY "FILE STATUS BK : " WK-FS-BK
           DISPLAY "==================================================="
           .
       0700-END. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR
       0900-GRAVAR-RUNLOG SECTION.
           MOVE WK-TOT-LIDOS      TO WK-RL-LIDOS
           MOVE WK-TOT-GRAVADOS   TO WK-RL-GRAVADOS
           COMPUTE WK-RL-REJEITADOS = WK-TOT-LIDOS - WK-TOT-GRAVADOS
           END-COMPUTE
           MOVE RETURN-CODE       TO WK-RL-RC
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-RL-AGORA
           MOVE WK-RL-AGORA (1:8) TO WK-RL-DATA-FIM
           MOVE WK-RL-AGORA (9:6) TO WK-RL-HORA-FIM

           OPEN EXTEND RUNLOG

           IF WK-FS-RL EQUAL 35
               OPEN OUTPUT RUNLOG
           END-IF

           IF WK-FS-RL NOT EQUAL ZEROS
               DISPLAY "AVISO: FALHA NA ABERTURA DO RUNLOG (FS "
                       WK-FS-RL ")"
           ELSE
               WRITE REG-RUNLOG FROM WK-REG-RUNLOG
               IF WK-FS-RL NOT EQUAL ZEROS
                   DISPLAY "AVISO: FALHA NA GRAVACAO DO RUNLOG (FS "
                           WK-FS-RL ")"
               END-IF
               CLOSE RUNLOG
           END-IF
           .
       0900-END. EXIT.

       END PROGRAM ERCONV2.
