      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Conversao unica dos periodos para o valor com sinal
      *          e capacidade de milhoes: ERESUMO (200 -> 250 bytes),
      *          historico ERHIST (166 -> 203), diario ERAUDIT
      *          (424 -> 524) e as geracoes de backup do ERBKP com o
      *          controle ERBKPCTL. Antes da execucao os arquivos
      *          atuais devem ser renomeados de .DAT para .ANT
      *          (ERESUMO, ERHIST, ERAUDIT, ERBKPCTL e cada ERBKPGn
      *          listado no controle). Cada valor de periodo passa
      *          do 9(05)V99 sem sinal para o S9(07)V99 com sinal
      *          sem mudar de valor; periodo em branco continua em
      *          branco e lixo nao numerico e copiado como veio e
      *          apontado. Totais de controle antes e depois
      *          (quantidade, hash das contas e soma dos periodos)
      *          provam que nenhuma conta mudou de valor: qualquer
      *          divergencia termina com retorno 12. Instalacao
      *          ainda no layout de 153 bytes (sem a situacao da
      *          conta) roda antes o ERCONV2, que leva o mestre, o
      *          diario e as geracoes de backup para os 200 bytes
      *          lidos aqui.
      * Tectonics: cobc
      * Obeservation: ER significa ERESUMO, AN significa ANTERIOR,
      *               HA/HI HISTORICO ANTERIOR/NOVO, CT CONTROLE DE
      *               GERACOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERCONV3.
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

           SELECT HI-ANT ASSIGN TO "ERHIST.ANT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HA-CHAVE
                  FILE STATUS IS WK-FS-HA.

           SELECT ERHIST ASSIGN TO "ERHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HI-CHAVE
                  FILE STATUS IS WK-FS-HI.

           SELECT AUD-ANT ASSIGN TO "ERAUDIT.ANT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-AA.

           SELECT ERAUDIT ASSIGN TO "ERAUDIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-AUD.

           SELECT CTL-ANT ASSIGN TO "ERBKPCTL.ANT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CA.

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

      *    MESTRE NO LAYOUT ANTERIOR (200 BYTES)
       FD  ER-ANT.

       01  REG-ER-ANT.
           05 AN-CHAVE.
               10 AN-AGENCIA           PIC 9(04).
               10 AN-NUMCTA            PIC 9(06).
           05 AN-DADOS                 PIC X(190).

       FD  ERESUMO.

       01  REG-ERESUMO.
           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

      *    HISTORICO NO LAYOUT ANTERIOR (166 BYTES)
       FD  HI-ANT.

       01  REG-HI-ANT.
           05 HA-CHAVE.
               10 HA-ANO               PIC 9(04).
               10 HA-AGENCIA           PIC 9(04).
               10 HA-NUMCTA            PIC 9(06).
           05 HA-DADOS                 PIC X(152).

       FD  ERHIST.

       01  REG-ERHIST.
           05 HI-CHAVE.
               10 HI-ANO               PIC 9(04).
               10 HI-AGENCIA           PIC 9(04).
               10 HI-NUMCTA            PIC 9(06).
           05 HI-DADOS                 PIC X(189).

      *    DIARIO NO LAYOUT ANTERIOR: 24 BYTES DE CABECALHO E AS DUAS
      *    IMAGENS DE 200
       FD  AUD-ANT.

       01  REG-AUD-ANT.
           05 AA-CABECALHO             PIC X(24).
           05 AA-ANTES                 PIC X(200).
           05 AA-DEPOIS                PIC X(200).

       FD  ERAUDIT.

       01  REG-AUDIT                   PIC X(524).

       FD  CTL-ANT.

       01  REG-CTL-ANT                 PIC X(53).

       FD  ERBKPCTL.

       01  REG-CTL                     PIC X(56).

       FD  BKP-ANT.

       01  REG-BKP-ANT                 PIC X(200).

       FD  ERBKPG.

       01  REG-BKP                     PIC X(250).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-AN                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-ER                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-HA                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-HI                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-AA                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-AUD                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-CA                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-CT                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-BA                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-BK                    PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-FIM-HIS                  PIC X(01) VALUE SPACES.
       77  WK-FIM-AUD                  PIC X(01) VALUE SPACES.
       77  WK-FIM-CTA                  PIC X(01) VALUE SPACES.
       77  WK-FIM-BKP                  PIC X(01) VALUE SPACES.
       77  WK-FIM-CTL                  PIC X(01) VALUE SPACES.
       77  WK-TEM-HISTORICO            PIC X(01) VALUE SPACES.
       77  WK-TEM-DIARIO               PIC X(01) VALUE SPACES.
       77  WK-TEM-BACKUP               PIC X(01) VALUE SPACES.
       77  WK-ERRO-CARGA               PIC X(01) VALUE SPACES.
       77  WK-DIVERGENTE               PIC X(01) VALUE SPACES.
       77  WK-TRL-ANT-ACHADO           PIC X(01) VALUE SPACES.
       77  WK-TOT-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WK-TOT-GRAVADOS             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-HIS-LIDOS            PIC 9(06) VALUE ZEROS.
       77  WK-TOT-HIS-GRAVADOS         PIC 9(06) VALUE ZEROS.
       77  WK-TOT-AUD-LIDOS            PIC 9(06) VALUE ZEROS.
       77  WK-TOT-AUD-GRAVADOS         PIC 9(06) VALUE ZEROS.
       77  WK-TOT-GER-LIDAS            PIC 9(02) VALUE ZEROS.
       77  WK-TOT-GER-CONVERTIDAS      PIC 9(02) VALUE ZEROS.
       77  WK-TOT-GER-AUSENTES         PIC 9(02) VALUE ZEROS.
       77  WK-TOT-NAO-NUMERICOS        PIC 9(06) VALUE ZEROS.
       77  WK-BKA-FILENAME             PIC X(100) VALUE SPACES.
       77  WK-BKP-FILENAME             PIC X(100) VALUE SPACES.

      *    IMAGEM DE CONTA NO LAYOUT ANTERIOR (200 BYTES): O RESTO
      *    (SITUACAO, DATA DA SITUACAO E CLIENTE TITULAR) VAI TAL QUAL
      *    PARA O LAYOUT NOVO
       01  WK-REG-ANT.
           05 WK-AN-CHAVE              PIC X(10)    VALUE SPACES.
           05 WK-AN-CHAVE-R REDEFINES WK-AN-CHAVE.
               10 WK-AN-AGENCIA        PIC 9(04).
               10 WK-AN-NUMCTA         PIC 9(06).
           05 WK-AN-NOME               PIC X(23)    VALUE SPACES.
           05 WK-AN-PERIODOS.
               10 WK-AN-PERIODO OCCURS 12 TIMES.
                   15 WK-AN-VALORS-A   PIC X(07)    VALUE SPACES.
                   15 WK-AN-VALORS REDEFINES WK-AN-VALORS-A
                                       PIC 9(05)V99.
                   15 WK-AN-DIAS-A     PIC X(03)    VALUE SPACES.
           05 WK-AN-RESTO              PIC X(47)    VALUE SPACES.

      *    IMAGEM DE CONTA NO LAYOUT NOVO (250 BYTES)
       01  WK-REG-ERESUMO.
           05 WK-ER-CHAVE              PIC X(10)    VALUE SPACES.
           05 WK-ER-CHAVE-R REDEFINES WK-ER-CHAVE.
               10 WK-ER-AGENCIA        PIC 9(04).
               10 WK-ER-NUMCTA         PIC 9(06).
           05 WK-ER-NOME               PIC X(23)    VALUE SPACES.
           05 WK-ER-PERIODOS.
               10 WK-ER-PERIODO OCCURS 12 TIMES.
                   15 WK-ER-VALORS-A   PIC X(10)    VALUE SPACES.
                   15 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
                   15 WK-ER-DIAS-A     PIC X(03)    VALUE SPACES.
           05 WK-ER-RESTO              PIC X(47)    VALUE SPACES.
           05 FILLER                   PIC X(14)    VALUE SPACES.
       01  WK-I                        PIC 9(02) VALUE 1.

      *    SOMA DOS PERIODOS DE UMA IMAGEM: ANTIGA (0200) E NOVA (0210)
       01  WK-RG-SOMA                  PIC S9(13)V99 VALUE ZEROS.
       01  WK-RG-SOMA-NOV              PIC S9(13)V99 VALUE ZEROS.

      *    HISTORICO NO LAYOUT ANTERIOR E NO NOVO
       01  WK-REG-HA.
           05 WK-HA-CHAVE.
               10 WK-HA-ANO            PIC 9(04)    VALUE ZEROS.
               10 WK-HA-AGENCIA        PIC 9(04)    VALUE ZEROS.
               10 WK-HA-NUMCTA         PIC 9(06)    VALUE ZEROS.
           05 WK-HA-NOME               PIC X(23)    VALUE SPACES.
           05 WK-HA-PERIODOS           PIC X(120)   VALUE SPACES.
           05 WK-HA-SALDO-MEDIO-A      PIC X(09)    VALUE SPACES.
           05 WK-HA-SALDO-MEDIO REDEFINES WK-HA-SALDO-MEDIO-A
                                       PIC S9(06)V99 SIGN LEADING
                                       SEPARATE.

       01  WK-REG-HI.
           05 WK-HI-CHAVE              PIC X(14)    VALUE SPACES.
           05 WK-HI-CHAVE-R REDEFINES WK-HI-CHAVE.
               10 WK-HI-ANO            PIC 9(04).
               10 WK-HI-AGENCIA        PIC 9(04).
               10 WK-HI-NUMCTA         PIC 9(06).
           05 WK-HI-NOME               PIC X(23)    VALUE SPACES.
           05 WK-HI-PERIODOS           PIC X(156)   VALUE SPACES.
           05 WK-HI-SALDO-MEDIO-A      PIC X(10)    VALUE SPACES.
           05 WK-HI-SALDO-MEDIO REDEFINES WK-HI-SALDO-MEDIO-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.

      *    DIARIO NO LAYOUT NOVO (O MESMO DO PGMS0801/PGMS0804)
       01  WK-REG-AUDIT.
           05 WK-AUD-CABECALHO         PIC X(24) VALUE SPACES.
           05 WK-AUD-ANTES             PIC X(250) VALUE SPACES.
           05 WK-AUD-DEPOIS            PIC X(250) VALUE SPACES.

      *    TRAILER NO LAYOUT ANTERIOR (DO MESTRE E DOS BACKUPS)
       01  WK-TRL-ANT.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WK-TA-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-TA-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-TA-SOMA               PIC 9(11)V99 VALUE ZEROS.
           05 FILLER                   PIC X(159) VALUE SPACES.

      *    TOTAIS DE CONTROLE ANTES (LIDOS DO ANTERIOR) E DEPOIS
      *    (RECONTADOS NO ARQUIVO NOVO, JA FECHADO E REABERTO). A
      *    SOMA ANTES VEM DOS VALORES ANTIGOS SEM SINAL, A DEPOIS DOS
      *    VALORES NOVOS COM SINAL: TEM QUE SER A MESMA
       01  WK-CTL-ANTES.
           05 WK-CA-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-CA-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-CA-SOMA               PIC S9(13)V99 VALUE ZEROS.
       01  WK-CTL-DEPOIS.
           05 WK-CD-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-CD-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-CD-SOMA               PIC S9(13)V99 VALUE ZEROS.

      *    HISTORICO: OS MESMOS TOTAIS E MAIS A SOMA DO SALDO MEDIO
       01  WK-HIS-ANTES.
           05 WK-HA-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-HA-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-HA-SOMA               PIC S9(13)V99 VALUE ZEROS.
           05 WK-HA-SOMA-SM            PIC S9(13)V99 VALUE ZEROS.
       01  WK-HIS-DEPOIS.
           05 WK-HD-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-HD-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-HD-SOMA               PIC S9(13)V99 VALUE ZEROS.
           05 WK-HD-SOMA-SM            PIC S9(13)V99 VALUE ZEROS.

      *    DIARIO: SOMA DAS IMAGENS ANTES E DEPOIS DA CONVERSAO
       01  WK-AUD-SOMA-ANTES           PIC S9(13)V99 VALUE ZEROS.
       01  WK-AUD-SOMA-DEPOIS          PIC S9(13)V99 VALUE ZEROS.

      *    GERACAO DE BACKUP: TOTAIS DO ARQUIVO ANTERIOR E DO NOVO
      *    RELIDO (CONFERIDOS TAMBEM COM A LINHA DO CONTROLE)
       01  WK-BKP-ANTES.
           05 WK-BA-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-BA-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-BA-SOMA               PIC S9(13)V99 VALUE ZEROS.
       01  WK-BKP-DEPOIS.
           05 WK-BD-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-BD-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-BD-SOMA               PIC S9(13)V99 VALUE ZEROS.
       01  WK-BKP-LINHA.
           05 WK-BL-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-BL-HASH               PIC 9(12) VALUE ZEROS.
           05 WK-BL-SOMA               PIC S9(13)V99 VALUE ZEROS.

      *    LINHA DO CONTROLE DE GERACOES NO LAYOUT ANTERIOR (53) E NO
      *    NOVO (56, O MESMO DO ERBKP/ERRST)
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

       01  WK-REG-CTL.
           05 WK-CT-GER                PIC 9(01) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-CT-DATA               PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-CT-HORA               PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-CT-QTD                PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-CT-HASH               PIC 9(12) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-CT-SOMA               PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-CT-VERIF              PIC X(01) VALUE SPACES.

      *    REGISTROS DE CONTROLE DO ERESUMO (MESMO LAYOUT DO PROGRAMA
      *    DE CAPTURA), CARIMBADOS AO FIM DA CONVERSAO DO MESTRE E
      *    REFEITOS NO LAYOUT NOVO DENTRO DE CADA BACKUP
       01  WK-REG-CAB.
           05 WK-CAB-CHAVE             PIC X(10) VALUE "0000000000".
           05 WK-CAB-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-CAB-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-CAB-PROGRAMA          PIC X(08) VALUE "ERCONV3".
           05 FILLER                   PIC X(218) VALUE SPACES.

       01  WK-REG-TRL.
           05 WK-TRL-CHAVE             PIC X(10) VALUE "9999999999".
           05 WK-TRL-QTD               PIC 9(06) VALUE ZEROS.
           05 WK-TRL-HASH              PIC 9(12) VALUE ZEROS.
           05 WK-TRL-SOMA              PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 FILLER                   PIC X(206) VALUE SPACES.

       01  WK-CTL-AGORA                PIC X(14) VALUE SPACES.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "ERCONV3".
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

      *    O MESTRE VEM PRIMEIRO: SE ELE NAO CONVERTER LIMPO, OS
      *    DEMAIS ARQUIVOS FICAM COMO ESTAO PARA A CONVERSAO SER
      *    REFEITA INTEIRA
       0000-MAIN.
           PERFORM 0100-INITIAL THRU 0100-END
           PERFORM 0300-CONVERTER THRU 0300-END
                        UNTIL WK-FIM = "S"
           PERFORM 0350-FECHAR-MESTRE THRU 0350-END

           IF WK-ERRO-CARGA NOT = "S" AND WK-DIVERGENTE NOT = "S"
               PERFORM 0400-CONVERTER-HISTORICO THRU 0400-END
               PERFORM 0450-CONVERTER-DIARIO THRU 0450-END
               PERFORM 0600-CONVERTER-BACKUPS THRU 0600-END
           END-IF

           PERFORM 0800-FINISH THRU 0800-END
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

           MOVE ZEROS TO AN-AGENCIA
           MOVE ZEROS TO AN-NUMCTA
           START ER-ANT KEY NOT < AN-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM
           END-START
           .
       0100-END. EXIT.

      *    CONVERSAO DE UMA IMAGEM DE CONTA (WK-REG-ANT PARA
      *    WK-REG-ERESUMO): VALOR NUMERICO PASSA PARA O CAMPO COM
      *    SINAL SEM MUDAR DE VALOR; PERIODO EM BRANCO CONTINUA EM
      *    BRANCO; LIXO NAO NUMERICO E COPIADO COMO VEIO (CONTINUA
      *    NAO NUMERICO E REJEITADO PELOS LEITORES, COMO ANTES) E
      *    APONTADO. WK-RG-SOMA DEVOLVE A SOMA DOS VALORES ANTIGOS
       0200-CONVERTER-REGISTRO SECTION.
           MOVE SPACES      TO WK-REG-ERESUMO
           MOVE ZEROS       TO WK-RG-SOMA
           MOVE WK-AN-CHAVE TO WK-ER-CHAVE
           MOVE WK-AN-NOME  TO WK-ER-NOME
           MOVE WK-AN-RESTO TO WK-ER-RESTO

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               MOVE WK-AN-DIAS-A (WK-I) TO WK-ER-DIAS-A (WK-I)
               EVALUATE TRUE
                   WHEN WK-AN-VALORS (WK-I) NUMERIC
                       MOVE WK-AN-VALORS (WK-I)
                         TO WK-ER-VALORS (WK-I)
                       ADD WK-AN-VALORS (WK-I) TO WK-RG-SOMA
                   WHEN WK-AN-VALORS-A (WK-I) = SPACES
                       CONTINUE
                   WHEN OTHER
                       MOVE WK-AN-VALORS-A (WK-I)
                         TO WK-ER-VALORS-A (WK-I)
                       ADD 1 TO WK-TOT-NAO-NUMERICOS
                       DISPLAY "PERIODO NAO NUMERICO COPIADO COMO "
                               "ESTA: " WK-AN-CHAVE " MES " WK-I
                               " [" WK-AN-VALORS-A (WK-I) "]"
               END-EVALUATE
           END-PERFORM
           .
       0200-END. EXIT.

      *    SOMA DOS PERIODOS DA IMAGEM NOVA EM WK-REG-ERESUMO, PELA
      *    MESMA REGRA DOS LEITORES (SO VALOR NUMERICO ENTRA)
       0210-SOMAR-NOVO SECTION.
           MOVE ZEROS TO WK-RG-SOMA-NOV
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               IF WK-ER-VALORS (WK-I) NUMERIC
                   ADD WK-ER-VALORS (WK-I) TO WK-RG-SOMA-NOV
               END-IF
           END-PERFORM
           .
       0210-END. EXIT.

      *    CADA CONTA DO MESTRE ANTERIOR E CONVERTIDA E GRAVADA NO
      *    NOVO. CABECALHO E TRAILER ANTIGOS NAO SAO COPIADOS - O 0350
      *    CARIMBA OS NOVOS
       0300-CONVERTER SECTION.
           READ ER-ANT NEXT RECORD INTO WK-REG-ANT
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
           PERFORM 0200-CONVERTER-REGISTRO THRU 0200-END

           ADD 1 TO WK-CA-QTD
           ADD WK-AN-NUMCTA TO WK-CA-HASH
           ADD WK-RG-SOMA TO WK-CA-SOMA

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

      *    CARIMBAR OS CONTROLES DO MESTRE NOVO E CONFERIR ANTES X
      *    DEPOIS. CARGA ABORTADA NAO GANHA CONTROLES, COMO NO ERCONV
       0350-FECHAR-MESTRE SECTION.
           IF WK-ERRO-CARGA NOT = "S"
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
                   MOVE "S" TO WK-ERRO-CARGA
               END-IF

               WRITE REG-ERESUMO FROM WK-REG-TRL

               IF WK-FS-ER NOT EQUAL ZEROS
                   MOVE "ERRO NA GRAVACAO DO TRAILER" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE "S" TO WK-ERRO-CARGA
               END-IF
           END-IF

           CLOSE ER-ANT
           CLOSE ERESUMO

           IF WK-ERRO-CARGA NOT = "S"
               PERFORM 0360-RECONTAR THRU 0360-END
           END-IF
           .
       0350-END. EXIT.

      *    RELER O MESTRE NOVO DO DISCO E SOMAR OS MESMOS CONTROLES:
      *    O DEPOIS TEM QUE BATER COM O ANTES E COM O TRAILER CARIMBADO
       0360-RECONTAR SECTION.
           OPEN INPUT ERESUMO

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA REABERTURA DO ERESUMO.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               GO TO 0360-END
           END-IF

           MOVE SPACES TO WK-FIM-CTL
           PERFORM 0370-SOMAR-CONTROLE THRU 0370-END
                        UNTIL WK-FIM-CTL = "S"

           CLOSE ERESUMO

           IF WK-CTL-ANTES NOT = WK-CTL-DEPOIS
               DISPLAY "ERESUMO: TOTAIS DE CONTROLE DIVERGENTES "
                       "ANTES/DEPOIS"
               MOVE "S" TO WK-DIVERGENTE
           END-IF
           .
       0360-END. EXIT.

       0370-SOMAR-CONTROLE SECTION.
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
                       PERFORM 0210-SOMAR-NOVO THRU 0210-END
                       ADD WK-RG-SOMA-NOV TO WK-CD-SOMA
                   END-IF
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 10
               MOVE "ERRO NA RECONTAGEM DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-CTL
           END-IF
           .
       0370-END. EXIT.

      *    HISTORICO ANUAL: OS 12 PERIODOS PASSAM PELA MESMA
      *    CONVERSAO DO MESTRE E O SALDO MEDIO GANHA UM DIGITO.
      *    HISTORICO AUSENTE (NENHUM ANO FECHADO AINDA) NAO E ERRO
       0400-CONVERTER-HISTORICO SECTION.
           OPEN INPUT HI-ANT

           IF WK-FS-HA EQUAL 35
               DISPLAY "ERHIST.ANT AUSENTE - HISTORICO NAO CONVERTIDO"
               GO TO 0400-END
           END-IF

           IF WK-FS-HA NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERHIST.ANT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               GO TO 0400-END
           END-IF

           OPEN OUTPUT ERHIST

           IF WK-FS-HI NOT EQUAL ZEROS
               MOVE "ERRO NA CRIACAO DO ERHIST.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               CLOSE HI-ANT
               GO TO 0400-END
           END-IF

           MOVE "S" TO WK-TEM-HISTORICO
           MOVE ZEROS TO HA-ANO
           MOVE ZEROS TO HA-AGENCIA
           MOVE ZEROS TO HA-NUMCTA
           START HI-ANT KEY NOT < HA-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-HIS
           END-START

           PERFORM 0410-CONVERTER-ANO THRU 0410-END
                        UNTIL WK-FIM-HIS = "S"

           CLOSE HI-ANT
           CLOSE ERHIST

           IF WK-ERRO-CARGA = "S"
               GO TO 0400-END
           END-IF

      *    RECONTAGEM DO HISTORICO NOVO RELIDO DO DISCO
           OPEN INPUT ERHIST

           IF WK-FS-HI NOT EQUAL ZEROS
               MOVE "ERRO NA REABERTURA DO ERHIST.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               GO TO 0400-END
           END-IF

           MOVE SPACES TO WK-FIM-HIS
           PERFORM 0420-SOMAR-HISTORICO THRU 0420-END
                        UNTIL WK-FIM-HIS = "S"

           CLOSE ERHIST

           IF WK-HIS-ANTES NOT = WK-HIS-DEPOIS
               DISPLAY "ERHIST: TOTAIS DE CONTROLE DIVERGENTES "
                       "ANTES/DEPOIS"
               MOVE "S" TO WK-DIVERGENTE
           END-IF
           .
       0400-END. EXIT.

       0410-CONVERTER-ANO SECTION.
           READ HI-ANT NEXT RECORD INTO WK-REG-HA
               AT END
                   MOVE "S" TO WK-FIM-HIS
               NOT AT END
                   ADD 1 TO WK-TOT-HIS-LIDOS
                   MOVE SPACES           TO WK-REG-ANT
                   MOVE WK-HA-AGENCIA    TO WK-AN-AGENCIA
                   MOVE WK-HA-NUMCTA     TO WK-AN-NUMCTA
                   MOVE WK-HA-PERIODOS   TO WK-AN-PERIODOS
                   PERFORM 0200-CONVERTER-REGISTRO THRU 0200-END

                   MOVE SPACES           TO WK-REG-HI
                   MOVE WK-HA-CHAVE      TO WK-HI-CHAVE
                   MOVE WK-HA-NOME       TO WK-HI-NOME
                   MOVE WK-ER-PERIODOS   TO WK-HI-PERIODOS
                   IF WK-HA-SALDO-MEDIO NUMERIC
                       MOVE WK-HA-SALDO-MEDIO TO WK-HI-SALDO-MEDIO
                       ADD WK-HA-SALDO-MEDIO TO WK-HA-SOMA-SM
                   ELSE
                       MOVE WK-HA-SALDO-MEDIO-A
                         TO WK-HI-SALDO-MEDIO-A
                       ADD 1 TO WK-TOT-NAO-NUMERICOS
                       DISPLAY "SALDO MEDIO NAO NUMERICO COPIADO "
                               "COMO ESTA: " WK-HA-CHAVE
                   END-IF

                   ADD 1 TO WK-HA-QTD
                   ADD WK-HA-NUMCTA TO WK-HA-HASH
                   ADD WK-RG-SOMA TO WK-HA-SOMA

                   MOVE WK-HA-CHAVE TO HI-CHAVE
                   WRITE REG-ERHIST FROM WK-REG-HI
                   IF WK-FS-HI NOT EQUAL ZEROS
                       MOVE "ERRO NO WRITE DO ERHIST.DAT" TO WK-MSG
                       PERFORM 0700-ERROR THRU 0700-END
                       MOVE "S" TO WK-ERRO-CARGA
                       MOVE "S" TO WK-FIM-HIS
                   ELSE
                       ADD 1 TO WK-TOT-HIS-GRAVADOS
                   END-IF
           END-READ

           IF WK-FS-HA NOT EQUAL ZEROS AND
               WK-FS-HA NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERHIST.ANT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-HIS
           END-IF
           .
       0410-END. EXIT.

       0420-SOMAR-HISTORICO SECTION.
           READ ERHIST NEXT RECORD INTO WK-REG-HI
               AT END
                   MOVE "S" TO WK-FIM-HIS
               NOT AT END
                   ADD 1 TO WK-HD-QTD
                   ADD WK-HI-NUMCTA TO WK-HD-HASH
                   MOVE SPACES TO WK-REG-ERESUMO
                   MOVE WK-HI-PERIODOS TO WK-ER-PERIODOS
                   PERFORM 0210-SOMAR-NOVO THRU 0210-END
                   ADD WK-RG-SOMA-NOV TO WK-HD-SOMA
                   IF WK-HI-SALDO-MEDIO NUMERIC
                       ADD WK-HI-SALDO-MEDIO TO WK-HD-SOMA-SM
                   END-IF
           END-READ

           IF WK-FS-HI NOT EQUAL ZEROS AND
               WK-FS-HI NOT EQUAL 10
               MOVE "ERRO NA RECONTAGEM DO ERHIST" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-HIS
           END-IF
           .
       0420-END. EXIT.

      *    DIARIO ERAUDIT: O CABECALHO (DATA, HORA, OPERADOR, MODO E
      *    ACAO) NAO MUDA; CADA IMAGEM PREENCHIDA PASSA PELA MESMA
      *    CONVERSAO DO MESTRE (IMAGEM EM BRANCO - ANTES DE UMA
      *    INCLUSAO - CONTINUA EM BRANCO). DIARIO AUSENTE NAO E ERRO
       0450-CONVERTER-DIARIO SECTION.
           OPEN INPUT AUD-ANT

           IF WK-FS-AA EQUAL 35
               DISPLAY "ERAUDIT.ANT AUSENTE - DIARIO NAO CONVERTIDO"
               GO TO 0450-END
           END-IF

           IF WK-FS-AA NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERAUDIT.ANT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               GO TO 0450-END
           END-IF

           OPEN OUTPUT ERAUDIT

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NA CRIACAO DO ERAUDIT.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               CLOSE AUD-ANT
               GO TO 0450-END
           END-IF

           MOVE "S" TO WK-TEM-DIARIO
           PERFORM 0460-CONVERTER-ENTRADA THRU 0460-END
                        UNTIL WK-FIM-AUD = "S"

           CLOSE AUD-ANT
           CLOSE ERAUDIT

           IF WK-AUD-SOMA-ANTES NOT = WK-AUD-SOMA-DEPOIS OR
              WK-TOT-AUD-LIDOS NOT = WK-TOT-AUD-GRAVADOS
               DISPLAY "ERAUDIT: TOTAIS DE CONTROLE DIVERGENTES "
                       "ANTES/DEPOIS"
               MOVE "S" TO WK-DIVERGENTE
           END-IF
           .
       0450-END. EXIT.

       0460-CONVERTER-ENTRADA SECTION.
           READ AUD-ANT
               AT END
                   MOVE "S" TO WK-FIM-AUD
               NOT AT END
                   ADD 1 TO WK-TOT-AUD-LIDOS
                   MOVE SPACES       TO WK-REG-AUDIT
                   MOVE AA-CABECALHO TO WK-AUD-CABECALHO

                   IF AA-ANTES NOT = SPACES
                       MOVE AA-ANTES TO WK-REG-ANT
                       PERFORM 0470-CONVERTER-IMAGEM THRU 0470-END
                       MOVE WK-REG-ERESUMO TO WK-AUD-ANTES
                   END-IF

                   IF AA-DEPOIS NOT = SPACES
                       MOVE AA-DEPOIS TO WK-REG-ANT
                       PERFORM 0470-CONVERTER-IMAGEM THRU 0470-END
                       MOVE WK-REG-ERESUMO TO WK-AUD-DEPOIS
                   END-IF

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
       0460-END. EXIT.

       0470-CONVERTER-IMAGEM SECTION.
           PERFORM 0200-CONVERTER-REGISTRO THRU 0200-END
           ADD WK-RG-SOMA TO WK-AUD-SOMA-ANTES
           PERFORM 0210-SOMAR-NOVO THRU 0210-END
           ADD WK-RG-SOMA-NOV TO WK-AUD-SOMA-DEPOIS
           .
       0470-END. EXIT.

      *    BACKUPS: CADA GERACAO LISTADA NO CONTROLE ANTERIOR E
      *    CONVERTIDA (ERBKPGn.ANT PARA ERBKPGn.DAT) E O CONTROLE E
      *    REGRAVADO NO LAYOUT NOVO COM AS MESMAS DATAS, TOTAIS E
      *    CARIMBO. SEM CONTROLE ANTERIOR NAO HA BACKUP A CONVERTER
       0600-CONVERTER-BACKUPS SECTION.
           OPEN INPUT CTL-ANT

           IF WK-FS-CA EQUAL 35
               DISPLAY "ERBKPCTL.ANT AUSENTE - BACKUPS NAO CONVERTIDOS"
               GO TO 0600-END
           END-IF

           IF WK-FS-CA NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERBKPCTL.ANT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               GO TO 0600-END
           END-IF

           OPEN OUTPUT ERBKPCTL

           IF WK-FS-CT NOT EQUAL ZEROS
               MOVE "ERRO NA CRIACAO DO ERBKPCTL.DAT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               CLOSE CTL-ANT
               GO TO 0600-END
           END-IF

           MOVE "S" TO WK-TEM-BACKUP
           PERFORM 0610-LER-LINHA-CONTROLE THRU 0610-END
                        UNTIL WK-FIM-CTA = "S"

           CLOSE CTL-ANT
           CLOSE ERBKPCTL
           .
       0600-END. EXIT.

       0610-LER-LINHA-CONTROLE SECTION.
           READ CTL-ANT INTO WK-REG-CTA
               AT END
                   MOVE "S" TO WK-FIM-CTA
               NOT AT END
                   ADD 1 TO WK-TOT-GER-LIDAS
                   MOVE WK-CTA-GER   TO WK-CT-GER
                   MOVE WK-CTA-DATA  TO WK-CT-DATA
                   MOVE WK-CTA-HORA  TO WK-CT-HORA
                   MOVE WK-CTA-QTD   TO WK-CT-QTD
                   MOVE WK-CTA-HASH  TO WK-CT-HASH
                   MOVE WK-CTA-SOMA  TO WK-CT-SOMA
                   MOVE WK-CTA-VERIF TO WK-CT-VERIF

                   PERFORM 0620-CONVERTER-GERACAO THRU 0620-END

                   WRITE REG-CTL FROM WK-REG-CTL
                   IF WK-FS-CT NOT EQUAL ZEROS
                       MOVE "ERRO NO WRITE DO ERBKPCTL.DAT" TO WK-MSG
                       PERFORM 0700-ERROR THRU 0700-END
                       MOVE "S" TO WK-ERRO-CARGA
                       MOVE "S" TO WK-FIM-CTA
                   END-IF
           END-READ

           IF WK-FS-CA NOT EQUAL ZEROS AND
               WK-FS-CA NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERBKPCTL.ANT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               MOVE "S" TO WK-FIM-CTA
           END-IF
           .
       0610-END. EXIT.

      *    UMA GERACAO: CONVERTER O SEQUENCIAL, RELER O NOVO E BATER
      *    ANTES X DEPOIS. GERACAO SEM ARQUIVO (APAGADA A MAO) OU CUJO
      *    ARQUIVO JA NAO FECHAVA COM O CONTROLE CONTINUA NO CONTROLE
      *    MAS PERDE O CARIMBO DE VERIFICACAO - O ERRST AVISA ANTES DE
      *    RESTAURAR DELA
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
                       WK-BKA-FILENAME (1:11)
                       " AUSENTE - FICA COMO NAO VERIFICADA"
               MOVE "N" TO WK-CT-VERIF
               ADD 1 TO WK-TOT-GER-AUSENTES
               GO TO 0620-END
           END-IF

           IF WK-FS-BA NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO BACKUP ANTERIOR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
               GO TO 0620-END
           END-IF

           OPEN OUTPUT ERBKPG

           IF WK-FS-BK NOT EQUAL ZEROS
               MOVE "ERRO NA CRIACAO DO BACKUP NOVO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
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
               GO TO 0620-END
           END-IF

           OPEN INPUT ERBKPG

           IF WK-FS-BK NOT EQUAL ZEROS
               MOVE "ERRO NA REABERTURA DO BACKUP NOVO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-ERRO-CARGA
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
                       "NAO FECHAVA COM O CONTROLE - FICA COMO NAO "
                       "VERIFICADA"
               MOVE "N" TO WK-CT-VERIF
           END-IF
           .
       0620-END. EXIT.

      *    O CABECALHO DO BACKUP VAI ALARGADO COM BRANCOS; O TRAILER E
      *    REFEITO NO LAYOUT NOVO COM OS MESMOS TOTAIS (E POR ELE QUE
      *    O ERRST CONFERE A RESTAURACAO)
       0630-CONVERTER-BACKUP SECTION.
           READ BKP-ANT INTO WK-REG-ANT
               AT END
                   MOVE "S" TO WK-FIM-BKP
               NOT AT END
                   EVALUATE TRUE
                       WHEN WK-AN-CHAVE = "0000000000"
                           WRITE REG-BKP FROM WK-REG-ANT
                       WHEN WK-AN-CHAVE = "9999999999"
                           MOVE WK-REG-ANT TO WK-TRL-ANT
                           MOVE WK-TA-QTD  TO WK-TRL-QTD
                           MOVE WK-TA-HASH TO WK-TRL-HASH
                           MOVE WK-TA-SOMA TO WK-TRL-SOMA
                           WRITE REG-BKP FROM WK-REG-TRL
                       WHEN OTHER
                           PERFORM 0200-CONVERTER-REGISTRO
                              THRU 0200-END
                           ADD 1 TO WK-BA-QTD
                           ADD WK-AN-NUMCTA TO WK-BA-HASH
                           ADD WK-RG-SOMA TO WK-BA-SOMA
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
                   IF WK-ER-CHAVE = "0000000000" OR
                      WK-ER-CHAVE = "9999999999"
                       CONTINUE
                   ELSE
                       ADD 1 TO WK-BD-QTD
                       ADD WK-ER-NUMCTA TO WK-BD-HASH
                       PERFORM 0210-SOMAR-NOVO THRU 0210-END
                       ADD WK-RG-SOMA-NOV TO WK-BD-SOMA
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
           DISPLAY "FILE STATUS HA : " WK-FS-HA
           DISPLAY "FILE STATUS HI : " WK-FS-HI
           DISPLAY "FILE STATUS AA : " WK-FS-AA
           DISPLAY "FILE STATUS AUD: " WK-FS-AUD
           DISPLAY "FILE STATUS CA : " WK-FS-CA
           DISPLAY "FILE STATUS CT : " WK-FS-CT
           DISPLAY "FILE STATUS BA : " WK-FS-BA
           DISPLAY "FILE STATUS BK : " WK-FS-BK
           DISPLAY "==================================================="
           .
       0700-END. EXIT.

      *    QUADRO FINAL DE CONFERENCIA. ERRO DE CARGA OU QUALQUER
      *    TOTAL DIVERGENTE TERMINA COM RETORNO 12: A CONVERSAO DEVE
      *    SER REFEITA A PARTIR DOS .ANT
       0800-FINISH SECTION.
           DISPLAY "CONVERSAO ENCERRADA"
           DISPLAY "ERESUMO"
           IF WK-TRL-ANT-ACHADO = "S"
               DISPLAY "  TRAILER ANTERIOR QTD " WK-TA-QTD
                       " HASH " WK-TA-HASH " SOMA " WK-TA-SOMA
           END-IF
           DISPLAY "  ANTES            QTD " WK-CA-QTD
                   " HASH " WK-CA-HASH " SOMA " WK-CA-SOMA
           DISPLAY "  DEPOIS           QTD " WK-CD-QTD
                   " HASH " WK-CD-HASH " SOMA " WK-CD-SOMA
           DISPLAY "  CONTAS LIDAS:         " WK-TOT-LIDOS
           DISPLAY "  CONTAS GRAVADAS:      " WK-TOT-GRAVADOS

           IF WK-TEM-HISTORICO = "S"
               DISPLAY "ERHIST"
               DISPLAY "  ANTES            QTD " WK-HA-QTD
                       " HASH " WK-HA-HASH " SOMA " WK-HA-SOMA
                       " SALDO MEDIO " WK-HA-SOMA-SM
               DISPLAY "  DEPOIS           QTD " WK-HD-QTD
                       " HASH " WK-HD-HASH " SOMA " WK-HD-SOMA
                       " SALDO MEDIO " WK-HD-SOMA-SM
               DISPLAY "  HISTORICO LIDOS:      " WK-TOT-HIS-LIDOS
               DISPLAY "  HISTORICO GRAVADOS:   " WK-TOT-HIS-GRAVADOS
           END-IF

           IF WK-TEM-DIARIO = "S"
               DISPLAY "ERAUDIT"
               DISPLAY "  SOMA DAS IMAGENS ANTES  " WK-AUD-SOMA-ANTES
               DISPLAY "  SOMA DAS IMAGENS DEPOIS " WK-AUD-SOMA-DEPOIS
               DISPLAY "  DIARIO LIDOS:         " WK-TOT-AUD-LIDOS
               DISPLAY "  DIARIO GRAVADOS:      " WK-TOT-AUD-GRAVADOS
           END-IF

           IF WK-TEM-BACKUP = "S"
               DISPLAY "ERBKP"
               DISPLAY "  GERACOES NO CONTROLE: " WK-TOT-GER-LIDAS
               DISPLAY "  GERACOES CONVERTIDAS: " WK-TOT-GER-CONVERTIDAS
               DISPLAY "  GERACOES AUSENTES:    " WK-TOT-GER-AUSENTES
           END-IF

           DISPLAY "PERIODOS NAO NUMERICOS:  " WK-TOT-NAO-NUMERICOS

           IF WK-ERRO-CARGA = "S"
               DISPLAY "CONVERSAO INCOMPLETA - CORRIJA E REFACA A"
               DISPLAY "CONVERSAO A PARTIR DOS ARQUIVOS .ANT"
               MOVE 12 TO RETURN-CODE
           END-IF

           IF WK-DIVERGENTE = "S"
               DISPLAY "TOTAIS DE CONTROLE DIVERGENTES - A CONVERSAO"
               DISPLAY "NAO PODE SER ACEITA"
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       0800-END. EXIT.

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

       END PROGRAM ERCONV3.
