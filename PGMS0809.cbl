      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro de isencoes de tarifa
      *          ISENCAO.DAT, o mestre indexado por agencia + conta +
      *          data de inicio. Cada isencao tem o tipo (T=isencao
      *          total, P=desconto percentual, V=valor teto da
      *          tarifa), o periodo de validade (inicio e fim; fim em
      *          branco = sem prazo), o codigo do motivo (funcionario,
      *          retencao, ordem judicial...) e o operador que aprovou.
      *          O PGMP0803 aplica a isencao em vigor na data do
      *          processamento ao calcular a tarifa da conta, em vez
      *          do estorno manual do LANCTO. Modos no molde do
      *          PGMS0805: I inclui isencao a isencao, B carrega um
      *          lote delimitado, M altera, encerra ou exclui e C
      *          consulta. Toda manutencao vai para o diario
      *          ISEAUD.DAT com imagens antes/depois. A conta precisa
      *          existir no ERESUMO e os periodos de uma mesma conta
      *          nao podem se sobrepor - em cada data vale no maximo
      *          uma isencao.
      * Tectonics: cobc
      * Obeservation: IS significa ISENCAO, ER significa ERESUMO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMS0809.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISENCAO ASSIGN TO "ISENCAO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IS-CHAVE
                  FILE STATUS IS WK-FS-IS.

           SELECT ARQ-CARGA ASSIGN TO DYNAMIC WK-CARGA-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CG.

      *    O DIARIO E SEQUENCIAL DE REGISTRO FIXO (NAO LINE
      *    SEQUENTIAL), COMO O TARAUD: AS IMAGENS ANTES/DEPOIS SAO
      *    LIDAS POR POSICAO FIXA E NAO PODEM PERDER BRANCOS FINAIS
           SELECT ISEAUD ASSIGN TO "ISEAUD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-AUD.

      *    O CADASTRO DE CONTAS E SO LIDO: A CONTA DA ISENCAO TEM
      *    QUE EXISTIR
           SELECT ERESUMO ASSIGN TO "ERESUMO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ER-CHAVE
                  FILE STATUS IS WK-FS-ER.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-RL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      *    MESTRE DE ISENCOES INDEXADO POR AGENCIA + CONTA + INICIO
      *    DA VALIDADE: AS ISENCOES DE UMA CONTA FICAM JUNTAS, EM
      *    ORDEM CRONOLOGICA
       FD  ISENCAO.

       01  REG-ISENCAO.
           05 IS-CHAVE.
               10 IS-AGENCIA           PIC 9(04).
               10 IS-NUMCTA            PIC 9(06).
               10 IS-DT-INICIO         PIC 9(08).
           05 IS-DADOS                 PIC X(62).

       FD  ARQ-CARGA.

       01  REG-CARGA                   PIC X(100).

       FD  ISEAUD.

       01  REG-ISEAUD                  PIC X(184).

       FD  ERESUMO.

       01  REG-ERESUMO.
           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-IS                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-CG                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-AUD                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-ER                    PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-MODO                     PIC X(01) VALUE "I".
       77  WK-CARGA-FILENAME           PIC X(100) VALUE SPACES.
       77  WK-FIM-CARGA                PIC X(01) VALUE SPACES.
       77  WK-CG-CAMPOS                PIC 9(02) VALUE ZEROS.
       01  WK-CG-REG                   PIC X(100) VALUE SPACES.
       77  WK-OPCAO-MANUT              PIC X(01) VALUE SPACES.
       77  WK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WK-REG-FOUND                PIC X(01) VALUE SPACES.
       01  WK-AGORA                    PIC X(14) VALUE SPACES.
       77  WK-HOJE                     PIC 9(08) VALUE ZEROS.

      *    REGISTRO DE TRABALHO DA ISENCAO, COM OS CAMPOS NUMERICOS
      *    DUPLICADOS EM ALFA PARA CRITICA DA DIGITACAO. TIPO T =
      *    ISENCAO TOTAL, P = DESCONTO DE WK-IS-PERCENTUAL POR CENTO,
      *    V = TARIFA LIMITADA A WK-IS-TETO. FIM 99999999 = SEM PRAZO
       01  WK-REG-ISENCAO.
           05 WK-IS-AGENCIA-A          PIC X(04) VALUE SPACES.
           05 WK-IS-AGENCIA REDEFINES WK-IS-AGENCIA-A PIC 9(04).
           05 WK-IS-NUMCTA-A           PIC X(06) VALUE SPACES.
           05 WK-IS-NUMCTA REDEFINES WK-IS-NUMCTA-A   PIC 9(06).
           05 WK-IS-DT-INICIO-A        PIC X(08) VALUE SPACES.
           05 WK-IS-DT-INICIO REDEFINES WK-IS-DT-INICIO-A
                                       PIC 9(08).
           05 WK-IS-DT-FIM-A           PIC X(08) VALUE SPACES.
           05 WK-IS-DT-FIM REDEFINES WK-IS-DT-FIM-A   PIC 9(08).
           05 WK-IS-TIPO               PIC X(01) VALUE SPACES.
           05 WK-IS-PERCENTUAL-A       PIC X(05) VALUE SPACES.
           05 WK-IS-PERCENTUAL REDEFINES WK-IS-PERCENTUAL-A
                                       PIC 9(03)V99.
           05 WK-IS-TETO-A             PIC X(07) VALUE SPACES.
           05 WK-IS-TETO REDEFINES WK-IS-TETO-A       PIC 9(05)V99.
           05 WK-IS-MOTIVO             PIC X(04) VALUE SPACES.
           05 WK-IS-APROVADOR          PIC X(08) VALUE SPACES.
           05 WK-IS-DT-CADASTRO        PIC 9(08) VALUE ZEROS.
           05 WK-IS-DT-ALTERACAO       PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(13) VALUE SPACES.

      *    IMAGEM DO REGISTRO COMO ESTAVA ANTES DA MANUTENCAO
       01  WK-REG-ANTES                PIC X(80) VALUE SPACES.

      *    OUTRA ISENCAO DA MESMA CONTA, LIDA NA CONFERENCIA DE
      *    SOBREPOSICAO DE PERIODOS (SO AS DATAS INTERESSAM)
       01  WK-REG-OUTRA.
           05 WK-OU-AGENCIA            PIC 9(04) VALUE ZEROS.
           05 WK-OU-NUMCTA             PIC 9(06) VALUE ZEROS.
           05 WK-OU-DT-INICIO          PIC 9(08) VALUE ZEROS.
           05 WK-OU-DT-FIM             PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(54) VALUE SPACES.
       77  WK-FIM-OUTRA                PIC X(01) VALUE SPACES.
       77  WK-SOBREPOE                 PIC X(01) VALUE SPACES.

      *    CAMPOS COMO DIGITADOS (OU QUEBRADOS DA CARGA) E O RESULTADO
      *    DA CRITICA
       01  WK-DATA-ENT                 PIC X(08) VALUE SPACES.
       01  WK-DATA-NUM REDEFINES WK-DATA-ENT.
           05 WK-DE-AAAA               PIC 9(04).
           05 WK-DE-MM                 PIC 9(02).
           05 WK-DE-DD                 PIC 9(02).
       01  WK-DATA-VAL REDEFINES WK-DATA-ENT
                                       PIC 9(08).
       01  WK-FIM-ENT                  PIC X(08) VALUE SPACES.
       77  WK-CHAVE-OK                 PIC X(01) VALUE SPACES.
       77  WK-DADOS-OK                 PIC X(01) VALUE SPACES.
       77  WK-DATA-OK                  PIC X(01) VALUE SPACES.

      *    LAYOUT DO ERESUMO, SO PARA CONFERIR A CONTA E A SITUACAO
       01  WK-REG-ERESUMO.
           05 WK-ER-AGENCIA            PIC X(04)    VALUE SPACES.
           05 WK-ER-NUMCTA             PIC X(06)    VALUE SPACES.
           05 WK-ER-NOME               PIC X(23)    VALUE SPACES.
           05 WK-ER-PERIODO OCCURS 12 TIMES.
               10 WK-ER-VALORS-A       PIC X(10)    VALUE SPACES.
               10 WK-ER-DIAS-A         PIC X(03)    VALUE SPACES.
           05 WK-ER-SITUACAO           PIC X(01)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO-A      PIC X(08)    VALUE SPACES.
           05 WK-ER-CLI-TIPO           PIC X(01)    VALUE SPACES.
           05 WK-ER-CLI-DOC-A          PIC X(14)    VALUE SPACES.
           05 FILLER                   PIC X(37)    VALUE SPACES.

      *    APOIO DA CONSULTA (MODO C)
       77  WK-OPCAO-CONS               PIC X(01) VALUE SPACES.
       77  WK-HITS                     PIC 9(06) VALUE ZEROS.
       77  WK-FIM-CONS                 PIC X(01) VALUE SPACES.
       77  WK-DATA-CONS                PIC 9(08) VALUE ZEROS.
       77  WK-TIPO-DESCR               PIC X(20) VALUE SPACES.
       01  WK-PCT-FMT                  PIC ZZ9,99.
       01  WK-TETO-FMT                 PIC ZZ.ZZ9,99.

      *    REGISTRO DO DIARIO DE AUDITORIA DE ISENCOES: QUANDO, QUEM,
      *    MODO (I/B/M), ACAO (I=INCLUSAO A=ALTERACAO OU ENCERRAMENTO
      *    E=EXCLUSAO) E AS IMAGENS DO REGISTRO ANTES E DEPOIS
       01  WK-REG-ISEAUD.
           05 WK-AUD-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-AUD-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-AUD-OPERADOR          PIC X(08) VALUE SPACES.
           05 WK-AUD-MODO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ACAO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ANTES             PIC X(80) VALUE SPACES.
           05 WK-AUD-DEPOIS            PIC X(80) VALUE SPACES.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       77  WK-TOT-LIDOS-CARGA          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-GRAVADAS             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-REJEITADAS           PIC 9(06) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMS0809".
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
           EVALUATE WK-MODO
               WHEN "B"
                   PERFORM 0350-LER-CARGA THRU 0350-END
                                UNTIL WK-FIM-CARGA = "S"
               WHEN "M"
                   PERFORM 0400-MANUTENCAO THRU 0400-END
                                UNTIL WK-FIM = "S" OR WK-FIM = "s"
               WHEN "C"
                   PERFORM 0600-CONSULTA THRU 0600-END
                                UNTIL WK-FIM = "S" OR WK-FIM = "s"
               WHEN OTHER
                   PERFORM 0300-PROCESS THRU 0300-END
                                UNTIL WK-FIM = "S" OR WK-FIM = "s"
           END-EVALUATE
           PERFORM 0500-FINISH THRU 0500-END

      *    RETORNO 4 QUANDO ALGUMA ISENCAO FOI RECUSADA NA SESSAO OU
      *    NA CARGA: O OPERADOR PRECISA CONFERIR O QUE NAO ENTROU
           IF WK-TOT-REJEITADAS > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 0900-GRAVAR-RUNLOG THRU 0900-END

           STOP RUN.

      *    PROCEDIMENTO DE INICIALIZACAO
       0100-INITIAL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-RL-AGORA
           MOVE WK-RL-AGORA (1:8) TO WK-RL-DATA-INI
           MOVE WK-RL-AGORA (9:6) TO WK-RL-HORA-INI
           MOVE WK-RL-AGORA (1:8) TO WK-HOJE

           DISPLAY "MODO (I=INTERATIVO B=CARGA M=MANUTENCAO "
                   "C=CONSULTA): " END-DISPLAY
           ACCEPT WK-MODO END-ACCEPT

           EVALUATE WK-MODO
               WHEN "B" WHEN "b"
                   MOVE "B" TO WK-MODO
               WHEN "M" WHEN "m"
                   MOVE "M" TO WK-MODO
               WHEN "C" WHEN "c"
                   MOVE "C" TO WK-MODO
               WHEN OTHER
                   MOVE "I" TO WK-MODO
           END-EVALUATE

           PERFORM 0150-ABRIR-ISENCAO THRU 0150-END

      *    CONSULTA E SOMENTE LEITURA: NAO HA O QUE JORNALIZAR NEM
      *    CONTA A CONFERIR
           IF WK-MODO NOT = "C"
               PERFORM 0160-ABRIR-AUDITORIA THRU 0160-END
               PERFORM 0170-ABRIR-ERESUMO THRU 0170-END
           END-IF

           IF WK-MODO = "B"
               DISPLAY "NOME DO ARQUIVO DE CARGA: " END-DISPLAY
               ACCEPT WK-CARGA-FILENAME END-ACCEPT

               OPEN INPUT ARQ-CARGA

               IF WK-FS-CG NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO ARQUIVO DE CARGA"
                        TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE "S" TO WK-FIM-CARGA
               END-IF
           END-IF
           .
       0100-END. EXIT.

      *    ABRIR O MESTRE DE ISENCOES EM I-O (CRIADO VAZIO NA
      *    PRIMEIRA EXECUCAO, COMO O TARMST); A CONSULTA ABRE
      *    SOMENTE PARA LEITURA
       0150-ABRIR-ISENCAO SECTION.
           IF WK-MODO = "C"
               OPEN INPUT ISENCAO

               IF WK-FS-IS EQUAL 35
                   DISPLAY "CADASTRO DE ISENCOES AINDA NAO EXISTE - "
                           "NADA A CONSULTAR"
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O ISENCAO

               IF WK-FS-IS EQUAL 35
                   OPEN OUTPUT ISENCAO
                   CLOSE ISENCAO
                   OPEN I-O ISENCAO
               END-IF
           END-IF

           IF WK-FS-IS NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ISENCAO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0150-END. EXIT.

      *    ABRIR O DIARIO EM EXTEND E IDENTIFICAR O OPERADOR PELA
      *    VARIAVEL DE AMBIENTE ISENCAO_OPERADOR (JOB/JCL) OU, NA
      *    FALTA, PERGUNTANDO - COMO NO DIARIO DE TARIFAS
       0160-ABRIR-AUDITORIA SECTION.
           ACCEPT WK-OPERADOR FROM ENVIRONMENT "ISENCAO_OPERADOR"

           IF WK-OPERADOR EQUAL SPACES
               DISPLAY "CODIGO DO OPERADOR: [8]" END-DISPLAY
               ACCEPT WK-OPERADOR END-ACCEPT
           END-IF

           OPEN EXTEND ISEAUD

           IF WK-FS-AUD EQUAL 35
               OPEN OUTPUT ISEAUD
           END-IF

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ISEAUD" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0160-END. EXIT.

      *    SEM CADASTRO DE CONTAS NAO HA CONTA A ISENTAR
       0170-ABRIR-ERESUMO SECTION.
           OPEN INPUT ERESUMO

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0170-END. EXIT.

      *    INCLUSAO INTERATIVA DE UMA ISENCAO
       0300-PROCESS SECTION.
           INITIALIZE WK-REG-ISENCAO
           PERFORM 0305-CAPTURAR-CHAVE THRU 0305-END

           IF WK-CHAVE-OK NOT = "S"
               DISPLAY "ISENCAO NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0300-PERGUNTAR
           END-IF

           PERFORM 0310-LOCALIZAR-ISENCAO THRU 0310-END
           IF WK-REG-FOUND = "S"
               DISPLAY "ISENCAO JA CADASTRADA - USE O MODO M PARA"
               DISPLAY "ALTERAR. ISENCAO NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0300-PERGUNTAR
           END-IF

           PERFORM 0307-CAPTURAR-DADOS THRU 0307-END

           IF WK-DADOS-OK NOT = "S"
               DISPLAY "ISENCAO NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
           ELSE
               PERFORM 0330-GRAVAR-REGISTRO THRU 0330-END
           END-IF
           .
       0300-PERGUNTAR.
           DISPLAY "DESEJA ENCERRAR O PROCESSAMENTO (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0300-END. EXIT.

      *    PERGUNTAR A CHAVE AGENCIA + CONTA + INICIO DA VALIDADE. NA
      *    INCLUSAO O INICIO EM BRANCO E A DATA DO DIA
       0305-CAPTURAR-CHAVE SECTION.
           DISPLAY "AGENCIA: [4]"
           ACCEPT WK-IS-AGENCIA-A END-ACCEPT

           DISPLAY "CONTA: [6]"
           ACCEPT WK-IS-NUMCTA-A END-ACCEPT

           DISPLAY "INICIO DA ISENCAO (AAAAMMDD, BRANCO=HOJE): [8]"
           MOVE SPACES TO WK-DATA-ENT
           ACCEPT WK-DATA-ENT END-ACCEPT

           PERFORM 0315-CRITICAR-CHAVE THRU 0315-END
           .
       0305-END. EXIT.

      *    PERGUNTAS DOS DADOS DA ISENCAO, COMPARTILHADAS ENTRE A
      *    INCLUSAO (0300) E A ALTERACAO (0410). O INICIO E CHAVE E
      *    NAO MUDA - PERIODO NOVO E ISENCAO NOVA
       0307-CAPTURAR-DADOS SECTION.
           DISPLAY "FIM DA ISENCAO (AAAAMMDD, BRANCO=SEM PRAZO): [8]"
           MOVE SPACES TO WK-FIM-ENT
           ACCEPT WK-FIM-ENT END-ACCEPT

           DISPLAY "TIPO (T=TOTAL P=PERCENTUAL V=VALOR TETO): [1]"
           ACCEPT WK-IS-TIPO END-ACCEPT

           MOVE SPACES TO WK-IS-PERCENTUAL-A
           MOVE SPACES TO WK-IS-TETO-A

           EVALUATE WK-IS-TIPO
               WHEN "P" WHEN "p"
                   DISPLAY "DESCONTO POR CENTO: EXEMPLO 50% FICA "
                           "05000 [5]"
                   ACCEPT WK-IS-PERCENTUAL-A END-ACCEPT
               WHEN "V" WHEN "v"
                   DISPLAY "TETO DA TARIFA: EXEMPLO R$ 5,00 FICA "
                           "0000500 [7]"
                   ACCEPT WK-IS-TETO-A END-ACCEPT
           END-EVALUATE

           DISPLAY "CODIGO DO MOTIVO (EX.: FUNC RETN JUDI): [4]"
           ACCEPT WK-IS-MOTIVO END-ACCEPT

           DISPLAY "OPERADOR APROVADOR (BRANCO=" WK-OPERADOR "): [8]"
           MOVE SPACES TO WK-IS-APROVADOR
           ACCEPT WK-IS-APROVADOR END-ACCEPT

           PERFORM 0320-CRITICAR-DADOS THRU 0320-END
           .
       0307-END. EXIT.

      *    LOCALIZAR A ISENCAO PELA CHAVE JA CRITICADA
       0310-LOCALIZAR-ISENCAO SECTION.
           MOVE "N"    TO WK-REG-FOUND
           MOVE SPACES TO WK-REG-ANTES

           MOVE WK-IS-AGENCIA   TO IS-AGENCIA
           MOVE WK-IS-NUMCTA    TO IS-NUMCTA
           MOVE WK-IS-DT-INICIO TO IS-DT-INICIO

           READ ISENCAO
               INVALID KEY
                   MOVE "N" TO WK-REG-FOUND
               NOT INVALID KEY
                   MOVE "S" TO WK-REG-FOUND
                   MOVE REG-ISENCAO TO WK-REG-ANTES
           END-READ

      *    ERRO DE E/S NAO E "REGISTRO NAO ENCONTRADO": TRATAR COMO
      *    INEXISTENTE PODERIA LEVAR A DUPLICIDADE
           IF WK-FS-IS NOT EQUAL ZEROS AND
               WK-FS-IS NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO ISENCAO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0310-END. EXIT.

      *    AGENCIA E CONTA NUMERICAS (0000 E 9999 SAO AS CHAVES DE
      *    CONTROLE DO ERESUMO) E INICIO DA VALIDADE EM WK-DATA-ENT
       0315-CRITICAR-CHAVE SECTION.
           MOVE "N" TO WK-CHAVE-OK

           IF WK-IS-AGENCIA-A NOT NUMERIC OR
              WK-IS-NUMCTA-A NOT NUMERIC
               DISPLAY "AGENCIA E CONTA DEVEM SER NUMERICAS"
               GO TO 0315-END
           END-IF

           IF WK-IS-AGENCIA = 0000 OR WK-IS-AGENCIA = 9999
               DISPLAY "AGENCIA RESERVADA AOS REGISTROS DE CONTROLE"
               GO TO 0315-END
           END-IF

           PERFORM 0325-CRITICAR-DATA THRU 0325-END
           IF WK-DATA-OK NOT = "S"
               GO TO 0315-END
           END-IF
           MOVE WK-DATA-VAL TO WK-IS-DT-INICIO

           MOVE "S" TO WK-CHAVE-OK
           .
       0315-END. EXIT.

      *    CRITICAR FIM, TIPO, VALORES, MOTIVO E APROVADOR. O DESCONTO
      *    VAI DE 0,01 A 100 POR CENTO E O TETO PRECISA SER POSITIVO
      *    (TETO ZERO E ISENCAO TOTAL - USE O TIPO T). POR ULTIMO O
      *    PERIODO E CONFERIDO CONTRA AS OUTRAS ISENCOES DA CONTA
       0320-CRITICAR-DADOS SECTION.
           MOVE "N" TO WK-DADOS-OK

           IF WK-FIM-ENT = SPACES
               MOVE 99999999 TO WK-IS-DT-FIM
           ELSE
               MOVE WK-FIM-ENT TO WK-DATA-ENT
               PERFORM 0325-CRITICAR-DATA THRU 0325-END
               IF WK-DATA-OK NOT = "S"
                   GO TO 0320-END
               END-IF
               MOVE WK-DATA-VAL TO WK-IS-DT-FIM
           END-IF

           IF WK-IS-DT-FIM < WK-IS-DT-INICIO
               DISPLAY "FIM ANTERIOR AO INICIO DA ISENCAO ("
                       WK-IS-DT-INICIO ")"
               GO TO 0320-END
           END-IF

           EVALUATE WK-IS-TIPO
               WHEN "T" WHEN "t"
                   MOVE "T"   TO WK-IS-TIPO
                   MOVE ZEROS TO WK-IS-PERCENTUAL
                   MOVE ZEROS TO WK-IS-TETO
               WHEN "P" WHEN "p"
                   MOVE "P" TO WK-IS-TIPO
                   IF WK-IS-PERCENTUAL-A NOT NUMERIC
                       DISPLAY "DESCONTO DEVE TER 5 DIGITOS"
                       GO TO 0320-END
                   END-IF
                   IF WK-IS-PERCENTUAL = ZEROS OR
                      WK-IS-PERCENTUAL > 100
                       DISPLAY "DESCONTO DEVE SER DE 0,01 A 100,00"
                       GO TO 0320-END
                   END-IF
                   MOVE ZEROS TO WK-IS-TETO
               WHEN "V" WHEN "v"
                   MOVE "V" TO WK-IS-TIPO
                   IF WK-IS-TETO-A NOT NUMERIC
                       DISPLAY "TETO DEVE TER 7 DIGITOS"
                       GO TO 0320-END
                   END-IF
                   IF WK-IS-TETO = ZEROS
                       DISPLAY "TETO ZERO E ISENCAO TOTAL - USE O "
                               "TIPO T"
                       GO TO 0320-END
                   END-IF
                   MOVE ZEROS TO WK-IS-PERCENTUAL
               WHEN OTHER
                   DISPLAY "TIPO DEVE SER T, P OU V"
                   GO TO 0320-END
           END-EVALUATE

           IF WK-IS-MOTIVO = SPACES
               DISPLAY "CODIGO DO MOTIVO EM BRANCO"
               GO TO 0320-END
           END-IF

           IF WK-IS-APROVADOR = SPACES
               MOVE WK-OPERADOR TO WK-IS-APROVADOR
           END-IF

           PERFORM 0340-CONFERIR-PERIODO THRU 0340-END
           IF WK-SOBREPOE = "S"
               GO TO 0320-END
           END-IF

           MOVE "S" TO WK-DADOS-OK
           .
       0320-END. EXIT.

      *    DATA AAAAMMDD DIGITADA EM WK-DATA-ENT; BRANCO VIRA A DATA
      *    DO DIA. SO SE CONFERE A FORMA (MES 01-12, DIA 01-31), COMO
      *    NA CRITICA DO MOVIMENTO DIARIO
       0325-CRITICAR-DATA SECTION.
           MOVE "N" TO WK-DATA-OK

           IF WK-DATA-ENT = SPACES
               MOVE WK-HOJE TO WK-DATA-VAL
           END-IF

           EVALUATE TRUE
               WHEN WK-DATA-ENT NOT NUMERIC
                   DISPLAY "DATA DEVE SER AAAAMMDD"
               WHEN WK-DE-MM < 1 OR WK-DE-MM > 12
                   DISPLAY "MES INVALIDO NA DATA"
               WHEN WK-DE-DD < 1 OR WK-DE-DD > 31
                   DISPLAY "DIA INVALIDO NA DATA"
               WHEN OTHER
                   MOVE "S" TO WK-DATA-OK
           END-EVALUATE
           .
       0325-END. EXIT.

      *    GRAVAR A ISENCAO NOVA, COM A DATA DO DIA COMO CADASTRO E
      *    ULTIMA ALTERACAO. A CONTA TEM QUE EXISTIR NO ERESUMO E NAO
      *    PODE ESTAR ENCERRADA
       0330-GRAVAR-REGISTRO SECTION.
           PERFORM 0335-CONFERIR-CONTA THRU 0335-END
           IF WK-DADOS-OK NOT = "S"
               DISPLAY "ISENCAO NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0330-END
           END-IF

           MOVE WK-HOJE TO WK-IS-DT-CADASTRO
           MOVE WK-HOJE TO WK-IS-DT-ALTERACAO

           WRITE REG-ISENCAO FROM WK-REG-ISENCAO
               INVALID KEY
                   DISPLAY "ISENCAO JA CADASTRADA - USE O MODO M PARA"
                   DISPLAY "ALTERAR. ISENCAO NAO GRAVADA."
                   ADD 1 TO WK-TOT-REJEITADAS
               NOT INVALID KEY
                   MOVE "I"            TO WK-AUD-ACAO
                   MOVE SPACES         TO WK-AUD-ANTES
                   MOVE WK-REG-ISENCAO TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
           END-WRITE

           IF WK-FS-IS NOT EQUAL ZEROS AND
               WK-FS-IS NOT EQUAL 22
               MOVE "ERRO NO WRITE DO ISENCAO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0330-END. EXIT.

       0335-CONFERIR-CONTA SECTION.
           MOVE WK-IS-AGENCIA TO ER-AGENCIA
           MOVE WK-IS-NUMCTA  TO ER-NUMCTA

           READ ERESUMO INTO WK-REG-ERESUMO
               INVALID KEY
                   DISPLAY "CONTA " WK-IS-AGENCIA-A "/"
                           WK-IS-NUMCTA-A " NAO CADASTRADA"
                   MOVE "N" TO WK-DADOS-OK
               NOT INVALID KEY
                   IF WK-ER-SITUACAO = "E"
                       DISPLAY "CONTA " WK-IS-AGENCIA-A "/"
                               WK-IS-NUMCTA-A " ENCERRADA"
                       MOVE "N" TO WK-DADOS-OK
                   END-IF
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0335-END. EXIT.

      *    CONFERIR O PERIODO CONTRA AS OUTRAS ISENCOES DA MESMA
      *    CONTA: DUAS ISENCOES VALENDO NO MESMO DIA DEIXARIAM O
      *    PGMP0803 SEM SABER QUAL APLICAR. A CHAVE COMECA POR
      *    AGENCIA + CONTA, ENTAO BASTA POSICIONAR NA PRIMEIRA DELAS E
      *    LER ATE A CONTA MUDAR. O PROPRIO REGISTRO (MESMO INICIO) E
      *    PULADO NA ALTERACAO. A LEITURA SEQUENCIAL TROCA O REGISTRO
      *    CORRENTE - O 0440 REPOE A CHAVE ANTES DO REWRITE
       0340-CONFERIR-PERIODO SECTION.
           MOVE "N"    TO WK-SOBREPOE
           MOVE SPACES TO WK-FIM-OUTRA

           MOVE WK-IS-AGENCIA TO IS-AGENCIA
           MOVE WK-IS-NUMCTA  TO IS-NUMCTA
           MOVE ZEROS         TO IS-DT-INICIO
           START ISENCAO KEY NOT < IS-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-OUTRA
           END-START

           PERFORM 0345-LER-OUTRA THRU 0345-END
                        UNTIL WK-FIM-OUTRA = "S"
           .
       0340-END. EXIT.

       0345-LER-OUTRA SECTION.
           READ ISENCAO NEXT RECORD INTO WK-REG-OUTRA
               AT END
                   MOVE "S" TO WK-FIM-OUTRA
               NOT AT END
                   IF WK-OU-AGENCIA NOT = WK-IS-AGENCIA OR
                      WK-OU-NUMCTA NOT = WK-IS-NUMCTA
                       MOVE "S" TO WK-FIM-OUTRA
                   ELSE
                       IF WK-OU-DT-INICIO NOT = WK-IS-DT-INICIO AND
                          WK-OU-DT-INICIO <= WK-IS-DT-FIM AND
                          WK-OU-DT-FIM >= WK-IS-DT-INICIO
                           DISPLAY "PERIODO SOBREPOE A ISENCAO DE "
                                   WK-OU-DT-INICIO " A "
                                   WK-OU-DT-FIM
                           MOVE "S" TO WK-SOBREPOE
                       END-IF
                   END-IF
           END-READ

           IF WK-FS-IS NOT EQUAL ZEROS AND
               WK-FS-IS NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ISENCAO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0345-END. EXIT.

      *    LEITURA DO ARQUIVO DE CARGA
       0350-LER-CARGA SECTION.
           READ ARQ-CARGA INTO WK-CG-REG
               AT END
                   MOVE "S" TO WK-FIM-CARGA
               NOT AT END
                   ADD 1 TO WK-TOT-LIDOS-CARGA
                   PERFORM 0360-TRATAR-CARGA THRU 0360-END
           END-READ

           IF WK-FS-CG NOT EQUAL ZEROS AND
               WK-FS-CG NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ARQUIVO DE CARGA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-FIM-CARGA
           END-IF
           .
       0350-END. EXIT.

      *    LINHA DA CARGA: AGENCIA,CONTA,INICIO,FIM,TIPO,PERCENTUAL,
      *    TETO,MOTIVO,APROVADOR - INICIO VAZIO = HOJE, FIM VAZIO =
      *    SEM PRAZO, PERCENTUAL/TETO VAZIOS CONFORME O TIPO,
      *    APROVADOR VAZIO = OPERADOR DA SESSAO. LINHA INVALIDA E
      *    RECUSADA E CONTADA, COMO NA CARGA DE AGENCIAS
       0360-TRATAR-CARGA SECTION.
           IF WK-CG-REG = SPACES
               GO TO 0360-END
           END-IF

           INITIALIZE WK-REG-ISENCAO
           MOVE ZEROS  TO WK-CG-CAMPOS
           MOVE SPACES TO WK-DATA-ENT
           MOVE SPACES TO WK-FIM-ENT

           UNSTRING WK-CG-REG DELIMITED BY ","
               INTO WK-IS-AGENCIA-A
                    WK-IS-NUMCTA-A
                    WK-DATA-ENT
                    WK-FIM-ENT
                    WK-IS-TIPO
                    WK-IS-PERCENTUAL-A
                    WK-IS-TETO-A
                    WK-IS-MOTIVO
                    WK-IS-APROVADOR
               TALLYING IN WK-CG-CAMPOS
           END-UNSTRING

           IF WK-CG-CAMPOS < 8
               DISPLAY "LINHA DE CARGA COM CAMPOS FALTANDO ("
                       WK-CG-CAMPOS " DE 9) - ISENCAO NAO GRAVADA"
               DISPLAY "LINHA: " WK-CG-REG (1:60)
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0360-END
           END-IF

           PERFORM 0315-CRITICAR-CHAVE THRU 0315-END
           IF WK-CHAVE-OK = "S"
               PERFORM 0320-CRITICAR-DADOS THRU 0320-END
           END-IF

           IF WK-CHAVE-OK NOT = "S" OR WK-DADOS-OK NOT = "S"
               DISPLAY "LINHA: " WK-CG-REG (1:60)
               DISPLAY "ISENCAO NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0360-END
           END-IF

           PERFORM 0330-GRAVAR-REGISTRO THRU 0330-END
           .
       0360-END. EXIT.

      *    MANUTENCAO: ALTERAR, ENCERRAR OU EXCLUIR UMA ISENCAO. AS
      *    ISENCOES DA CONTA SAO LISTADAS PARA O OPERADOR ESCOLHER O
      *    INICIO. ENCERRAR E A FORMA NORMAL DE TIRAR UMA ISENCAO -
      *    A EXCLUSAO APAGA O PERIODO DA HISTORIA DO CADASTRO
       0400-MANUTENCAO SECTION.
           INITIALIZE WK-REG-ISENCAO
           DISPLAY "AGENCIA: [4]"
           ACCEPT WK-IS-AGENCIA-A END-ACCEPT

           DISPLAY "CONTA: [6]"
           ACCEPT WK-IS-NUMCTA-A END-ACCEPT

           IF WK-IS-AGENCIA-A NOT NUMERIC OR
              WK-IS-NUMCTA-A NOT NUMERIC
               DISPLAY "AGENCIA E CONTA DEVEM SER NUMERICAS"
               GO TO 0400-PERGUNTAR
           END-IF

           MOVE ZEROS TO WK-DATA-CONS
           PERFORM 0610-LISTAR-CONTA THRU 0610-END

           IF WK-HITS = ZEROS
               GO TO 0400-PERGUNTAR
           END-IF

           DISPLAY "INICIO DA ISENCAO A MANTER (AAAAMMDD): [8]"
           MOVE SPACES TO WK-DATA-ENT
           ACCEPT WK-DATA-ENT END-ACCEPT

           IF WK-DATA-ENT = SPACES
               DISPLAY "INICIO DA ISENCAO EM BRANCO"
               GO TO 0400-PERGUNTAR
           END-IF

           PERFORM 0315-CRITICAR-CHAVE THRU 0315-END
           IF WK-CHAVE-OK NOT = "S"
               GO TO 0400-PERGUNTAR
           END-IF

           PERFORM 0310-LOCALIZAR-ISENCAO THRU 0310-END

           IF WK-REG-FOUND = "N"
               DISPLAY "ISENCAO NAO ENCONTRADA"
               GO TO 0400-PERGUNTAR
           END-IF

           MOVE WK-REG-ANTES TO WK-REG-ISENCAO
           PERFORM 0640-EXIBIR-ISENCAO THRU 0640-END

           DISPLAY "A=ALTERAR F=ENCERRAR E=EXCLUIR: " END-DISPLAY
           ACCEPT WK-OPCAO-MANUT END-ACCEPT

           EVALUATE WK-OPCAO-MANUT
               WHEN "A" WHEN "a"
                   PERFORM 0410-ALTERAR-ISENCAO THRU 0410-END
               WHEN "F" WHEN "f"
                   PERFORM 0420-ENCERRAR-ISENCAO THRU 0420-END
               WHEN "E" WHEN "e"
                   PERFORM 0430-EXCLUIR-ISENCAO THRU 0430-END
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           .
       0400-PERGUNTAR.
           DISPLAY "DESEJA ENCERRAR A MANUTENCAO (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0400-END. EXIT.

      *    REGRAVAR FIM, TIPO, VALORES, MOTIVO E APROVADOR SOBRE O
      *    REGISTRO LIDO PELO 0310, COM A DATA DA ALTERACAO
       0410-ALTERAR-ISENCAO SECTION.
           PERFORM 0307-CAPTURAR-DADOS THRU 0307-END

           IF WK-DADOS-OK NOT = "S"
               MOVE WK-REG-ANTES TO WK-REG-ISENCAO
               DISPLAY "ISENCAO NAO ALTERADA"
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0410-END
           END-IF

           MOVE WK-HOJE TO WK-IS-DT-ALTERACAO
           PERFORM 0440-REGRAVAR-ISENCAO THRU 0440-END
           .
       0410-END. EXIT.

      *    ENCERRAR A ISENCAO NA DATA INFORMADA (BRANCO = HOJE): O
      *    FIM PASSA A SER ESSA DATA, QUE NAO PODE SER ANTERIOR AO
      *    INICIO. ENCURTAR O PERIODO NAO CRIA SOBREPOSICAO
       0420-ENCERRAR-ISENCAO SECTION.
           DISPLAY "DATA DE ENCERRAMENTO (AAAAMMDD, BRANCO=HOJE): [8]"
           MOVE SPACES TO WK-DATA-ENT
           ACCEPT WK-DATA-ENT END-ACCEPT

           PERFORM 0325-CRITICAR-DATA THRU 0325-END
           IF WK-DATA-OK NOT = "S"
               DISPLAY "ISENCAO NAO ENCERRADA"
               GO TO 0420-END
           END-IF

           IF WK-DATA-VAL < WK-IS-DT-INICIO
               DISPLAY "ENCERRAMENTO ANTERIOR AO INICIO ("
                       WK-IS-DT-INICIO ") - ISENCAO NAO ENCERRADA"
               GO TO 0420-END
           END-IF

           IF WK-DATA-VAL > WK-IS-DT-FIM
               DISPLAY "ISENCAO JA TERMINA EM " WK-IS-DT-FIM
               GO TO 0420-END
           END-IF

           MOVE WK-DATA-VAL TO WK-IS-DT-FIM
           MOVE WK-HOJE     TO WK-IS-DT-ALTERACAO
           PERFORM 0440-REGRAVAR-ISENCAO THRU 0440-END
           .
       0420-END. EXIT.

       0430-EXCLUIR-ISENCAO SECTION.
           DELETE ISENCAO RECORD
               INVALID KEY
                   DISPLAY "ISENCAO NAO ENCONTRADA PARA EXCLUSAO"
               NOT INVALID KEY
                   MOVE "E"          TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES TO WK-AUD-ANTES
                   MOVE SPACES       TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   DISPLAY "ISENCAO EXCLUIDA"
           END-DELETE

           IF WK-FS-IS NOT EQUAL ZEROS AND
               WK-FS-IS NOT EQUAL 23
               MOVE "ERRO NO DELETE DO ISENCAO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0430-END. EXIT.

      *    REGRAVAR A ISENCAO DE WK-REG-ISENCAO E JORNALIZAR (ACAO A,
      *    TANTO NA ALTERACAO QUANTO NO ENCERRAMENTO). A CONFERENCIA
      *    DE PERIODO DEIXA O ARQUIVO POSICIONADO EM OUTRO REGISTRO:
      *    A CHAVE E REPOSTA ANTES DO REWRITE
       0440-REGRAVAR-ISENCAO SECTION.
           MOVE WK-IS-AGENCIA   TO IS-AGENCIA
           MOVE WK-IS-NUMCTA    TO IS-NUMCTA
           MOVE WK-IS-DT-INICIO TO IS-DT-INICIO

           REWRITE REG-ISENCAO FROM WK-REG-ISENCAO
               INVALID KEY
                   DISPLAY "ISENCAO NAO ENCONTRADA PARA ALTERACAO"
               NOT INVALID KEY
                   MOVE "A"            TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES   TO WK-AUD-ANTES
                   MOVE WK-REG-ISENCAO TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   PERFORM 0640-EXIBIR-ISENCAO THRU 0640-END
           END-REWRITE

           IF WK-FS-IS NOT EQUAL ZEROS AND
               WK-FS-IS NOT EQUAL 23
               MOVE "ERRO NO REWRITE DO ISENCAO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0440-END. EXIT.

       0500-FINISH SECTION.
           CLOSE ISENCAO

           IF WK-FS-IS NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO ISENCAO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF

      *    O CLOSE DESCARREGA O QUE RESTA DO BUFFER DO DIARIO - FALHA
      *    AQUI SIGNIFICA LINHA DE AUDITORIA PERDIDA E PRECISA SOAR
           IF WK-MODO NOT = "C"
               CLOSE ISEAUD

               IF WK-FS-AUD NOT EQUAL ZEROS
                   MOVE "ERRO NO CLOSE DO ISEAUD" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
               END-IF

               CLOSE ERESUMO
           END-IF

           IF WK-MODO = "B"
               CLOSE ARQ-CARGA
           END-IF
           .
       0500-END. EXIT.

      *    CONSULTA (MODO C): AS ISENCOES DE UMA CONTA OU TODAS AS
      *    QUE ESTAO EM VIGOR NUMA DATA. SOMENTE LEITURA
       0600-CONSULTA SECTION.
           DISPLAY "CONSULTA: 1=POR CONTA 2=EM VIGOR NUMA DATA"
                   END-DISPLAY
           ACCEPT WK-OPCAO-CONS END-ACCEPT

           EVALUATE WK-OPCAO-CONS
               WHEN "1"
                   INITIALIZE WK-REG-ISENCAO
                   DISPLAY "AGENCIA: [4]"
                   ACCEPT WK-IS-AGENCIA-A END-ACCEPT
                   DISPLAY "CONTA: [6]"
                   ACCEPT WK-IS-NUMCTA-A END-ACCEPT
                   IF WK-IS-AGENCIA-A NOT NUMERIC OR
                      WK-IS-NUMCTA-A NOT NUMERIC
                       DISPLAY "AGENCIA E CONTA DEVEM SER NUMERICAS"
                   ELSE
                       MOVE ZEROS TO WK-DATA-CONS
                       PERFORM 0610-LISTAR-CONTA THRU 0610-END
                   END-IF
               WHEN "2"
                   DISPLAY "DATA (AAAAMMDD, BRANCO=HOJE): [8]"
                   MOVE SPACES TO WK-DATA-ENT
                   ACCEPT WK-DATA-ENT END-ACCEPT
                   PERFORM 0325-CRITICAR-DATA THRU 0325-END
                   IF WK-DATA-OK = "S"
                       MOVE WK-DATA-VAL TO WK-DATA-CONS
                       PERFORM 0620-LISTAR-VIGENTES THRU 0620-END
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           DISPLAY "DESEJA ENCERRAR A CONSULTA (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0600-END. EXIT.

      *    LISTAR AS ISENCOES DA CONTA DE WK-IS-AGENCIA/WK-IS-NUMCTA,
      *    EM ORDEM DE INICIO. CADA REGISTRO E LIDO PARA O PROPRIO
      *    WK-REG-ISENCAO - AGENCIA E CONTA NAO MUDAM NA VARREDURA
       0610-LISTAR-CONTA SECTION.
           MOVE ZEROS  TO WK-HITS
           MOVE SPACES TO WK-FIM-CONS

           MOVE WK-IS-AGENCIA TO IS-AGENCIA
           MOVE WK-IS-NUMCTA  TO IS-NUMCTA
           MOVE ZEROS         TO IS-DT-INICIO
           START ISENCAO KEY NOT < IS-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-CONS
           END-START

           PERFORM 0615-VARRER-CONTA THRU 0615-END
                        UNTIL WK-FIM-CONS = "S"

           IF WK-HITS = ZEROS
               DISPLAY "NENHUMA ISENCAO PARA A CONTA "
                       WK-IS-AGENCIA-A "/" WK-IS-NUMCTA-A
           END-IF
           .
       0610-END. EXIT.

       0615-VARRER-CONTA SECTION.
           READ ISENCAO NEXT RECORD
               AT END
                   MOVE "S" TO WK-FIM-CONS
               NOT AT END
                   IF IS-AGENCIA NOT = WK-IS-AGENCIA OR
                      IS-NUMCTA NOT = WK-IS-NUMCTA
                       MOVE "S" TO WK-FIM-CONS
                   ELSE
                       ADD 1 TO WK-HITS
                       MOVE REG-ISENCAO TO WK-REG-ISENCAO
                       PERFORM 0640-EXIBIR-ISENCAO THRU 0640-END
                   END-IF
           END-READ

           IF WK-FS-IS NOT EQUAL ZEROS AND
               WK-FS-IS NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ISENCAO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-FIM-CONS
           END-IF
           .
       0615-END. EXIT.

      *    TODAS AS ISENCOES EM VIGOR NA DATA WK-DATA-CONS, EM ORDEM
      *    DE AGENCIA E CONTA
       0620-LISTAR-VIGENTES SECTION.
           MOVE ZEROS  TO WK-HITS
           MOVE SPACES TO WK-FIM-CONS
           MOVE ZEROS  TO IS-AGENCIA
           MOVE ZEROS  TO IS-NUMCTA
           MOVE ZEROS  TO IS-DT-INICIO
           START ISENCAO KEY NOT < IS-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-CONS
           END-START

           PERFORM 0625-VARRER-VIGENTES THRU 0625-END
                        UNTIL WK-FIM-CONS = "S"

           DISPLAY "ISENCOES EM VIGOR EM " WK-DATA-CONS ": " WK-HITS
           .
       0620-END. EXIT.

       0625-VARRER-VIGENTES SECTION.
           READ ISENCAO NEXT RECORD INTO WK-REG-ISENCAO
               AT END
                   MOVE "S" TO WK-FIM-CONS
               NOT AT END
                   IF WK-IS-DT-INICIO <= WK-DATA-CONS AND
                      WK-IS-DT-FIM >= WK-DATA-CONS
                       ADD 1 TO WK-HITS
                       PERFORM 0640-EXIBIR-ISENCAO THRU 0640-END
                   END-IF
           END-READ

           IF WK-FS-IS NOT EQUAL ZEROS AND
               WK-FS-IS NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ISENCAO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-FIM-CONS
           END-IF
           .
       0625-END. EXIT.

       0640-EXIBIR-ISENCAO SECTION.
           EVALUATE WK-IS-TIPO
               WHEN "T"
                   MOVE "ISENCAO TOTAL"      TO WK-TIPO-DESCR
               WHEN "P"
                   MOVE "DESCONTO PERCENTUAL" TO WK-TIPO-DESCR
               WHEN "V"
                   MOVE "VALOR TETO"         TO WK-TIPO-DESCR
               WHEN OTHER
                   MOVE "TIPO INVALIDO"      TO WK-TIPO-DESCR
           END-EVALUATE
           MOVE WK-IS-PERCENTUAL TO WK-PCT-FMT
           MOVE WK-IS-TETO       TO WK-TETO-FMT

           DISPLAY "---------------------------------------------"
           DISPLAY "CONTA " WK-IS-AGENCIA-A "/" WK-IS-NUMCTA-A
                   "  INICIO " WK-IS-DT-INICIO
                   "  FIM " WK-IS-DT-FIM
           EVALUATE WK-IS-TIPO
               WHEN "P"
                   DISPLAY "  " WK-TIPO-DESCR " " WK-PCT-FMT "%"
               WHEN "V"
                   DISPLAY "  " WK-TIPO-DESCR " R$ " WK-TETO-FMT
               WHEN OTHER
                   DISPLAY "  " WK-TIPO-DESCR
           END-EVALUATE
           DISPLAY "  MOTIVO " WK-IS-MOTIVO
                   "  APROVADOR " WK-IS-APROVADOR
           DISPLAY "  CADASTRO " WK-IS-DT-CADASTRO
                   "  ULTIMA ALTERACAO " WK-IS-DT-ALTERACAO
           .
       0640-END. EXIT.

      *    GRAVAR UMA LINHA NO DIARIO DE AUDITORIA DE ISENCOES. O
      *    CHAMADOR DEIXA PRONTOS WK-AUD-ACAO E AS IMAGENS; DATA,
      *    HORA, OPERADOR E MODO SAO CARIMBADOS AQUI. FALHA NO DIARIO
      *    E FATAL: ISENCAO SEM RASTRO E RECEITA DISPENSADA SEM DONO
       0650-GRAVAR-AUDITORIA SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA
           MOVE WK-AGORA (1:8)  TO WK-AUD-DATA
           MOVE WK-AGORA (9:6)  TO WK-AUD-HORA
           MOVE WK-OPERADOR     TO WK-AUD-OPERADOR
           MOVE WK-MODO         TO WK-AUD-MODO

           WRITE REG-ISEAUD FROM WK-REG-ISEAUD

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NO WRITE DO ISEAUD" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    CADA LINHA DO DIARIO E UMA MANUTENCAO EFETIVADA - E A
      *    CONTAGEM DE GRAVADOS DO LOG DE EXECUCAO
           ADD 1 TO WK-TOT-GRAVADAS
           .
       0650-END. EXIT.

      *    TRATAR ERROR
       0700-ERROR SECTION.
           DISPLAY "==================================================="
           DISPLAY "PROGRAMA COM ERRO"
           DISPLAY "==================================================="
           DISPLAY WK-MSG
           DISPLAY "==================================================="
           DISPLAY "FILE STATUS ISENCAO: " WK-FS-IS
           DISPLAY "FILE STATUS CARGA  : " WK-FS-CG
           DISPLAY "FILE STATUS ISEAUD : " WK-FS-AUD
           DISPLAY "FILE STATUS ERESUMO: " WK-FS-ER
           DISPLAY "==================================================="
           .
       0700-END. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR
       0900-GRAVAR-RUNLOG SECTION.
           MOVE WK-TOT-LIDOS-CARGA TO WK-RL-LIDOS
           MOVE WK-TOT-GRAVADAS    TO WK-RL-GRAVADOS
           MOVE WK-TOT-REJEITADAS  TO WK-RL-REJEITADOS
           MOVE RETURN-CODE        TO WK-RL-RC
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

       END PROGRAM PGMS0809.
