      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro de agencias AGENCIA.DAT, o
      *          mestre indexado pelo codigo de 4 digitos usado na
      *          chave do ERESUMO. Cada agencia tem nome, regiao (que
      *          agrupa os subtotais regionais dos relatorios),
      *          centro de custo contabil (para onde o PGMP0805 lanca
      *          as partidas da agencia) e as datas de abertura e de
      *          fechamento. E contra este cadastro que o PGMS0801
      *          confere a inclusao e a transferencia de contas e o
      *          PGMS0802 confere cada linha do MOVDIA. Modos no molde
      *          do cadastro ERESUMO: I inclui agencia a agencia, B
      *          carrega um lote delimitado (codigo,nome,regiao,
      *          centro de custo,abertura), M altera, fecha, reabre ou
      *          exclui e C consulta. Toda manutencao vai para o
      *          diario AGAUD.DAT com imagens antes/depois. Agencia
      *          com conta no ERESUMO nao pode ser excluida, e so
      *          fecha depois de todas as contas dela encerradas ou
      *          transferidas.
      * Tectonics: cobc
      * Obeservation: AG significa AGENCIA, ER significa ERESUMO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMS0808.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCIA ASSIGN TO "AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CODIGO
                  FILE STATUS IS WK-FS-AG.

           SELECT ARQ-BATCH ASSIGN TO DYNAMIC WK-BATCH-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-BATCH.

      *    O DIARIO E SEQUENCIAL DE REGISTRO FIXO, COMO O ERAUDIT: AS
      *    IMAGENS ANTES/DEPOIS SAO LIDAS POR POSICAO FIXA
           SELECT AGAUD ASSIGN TO "AGAUD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-AUD.

      *    O CADASTRO DE CONTAS E SO LIDO: NA EXCLUSAO E NO
      *    FECHAMENTO (CONTAS DA AGENCIA) E NA CONSULTA
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

      *    CADASTRO INDEXADO PELO CODIGO DA AGENCIA
       FD  AGENCIA.

       01  REG-AGENCIA.
           05 AG-CODIGO                PIC 9(04).
           05 AG-DADOS                 PIC X(96).

       FD  ARQ-BATCH.

       01  REG-BATCH                   PIC X(100).

      *    DIARIO DE AUDITORIA: UMA LINHA POR INCLUSAO, ALTERACAO,
      *    FECHAMENTO/REABERTURA OU EXCLUSAO FEITA NESTE PROGRAMA
       FD  AGAUD.

       01  REG-AUDIT                   PIC X(224).

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

       77  WK-FS-AG                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-ER                    PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-MODO                     PIC X(01) VALUE "I".
       77  WK-BATCH-FILENAME           PIC X(100) VALUE SPACES.
       77  WK-FS-BATCH                 PIC 9(02) VALUE ZEROS.
       77  WK-FIM-BATCH                PIC X(01) VALUE SPACES.
       77  WK-BATCH-CAMPOS             PIC 9(02) VALUE ZEROS.
       01  WK-BATCH-REG                PIC X(100) VALUE SPACES.

      *    REGISTRO DA AGENCIA: CODIGO, NOME, REGIAO, CENTRO DE CUSTO
      *    CONTABIL, DATAS DE ABERTURA E DE FECHAMENTO (ZEROS =
      *    AGENCIA ABERTA) E DATAS DO CADASTRO E DA ULTIMA ALTERACAO
       01  WK-REG-AGENCIA.
           05 WK-AGM-CODIGO-A          PIC X(04) VALUE SPACES.
           05 WK-AGM-CODIGO REDEFINES WK-AGM-CODIGO-A
                                       PIC 9(04).
           05 WK-AGM-NOME              PIC X(30) VALUE SPACES.
           05 WK-AGM-REGIAO-A          PIC X(02) VALUE SPACES.
           05 WK-AGM-REGIAO REDEFINES WK-AGM-REGIAO-A
                                       PIC 9(02).
           05 WK-AGM-CCUSTO            PIC X(06) VALUE SPACES.
           05 WK-AGM-DT-ABERTURA       PIC 9(08) VALUE ZEROS.
           05 WK-AGM-DT-FECHAMENTO     PIC 9(08) VALUE ZEROS.
           05 WK-AGM-DT-CADASTRO       PIC 9(08) VALUE ZEROS.
           05 WK-AGM-DT-ALTERACAO      PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(26) VALUE SPACES.

      *    LAYOUT DO ERESUMO, SO PARA LER A SITUACAO DAS CONTAS
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

       77  WK-AG-FOUND                 PIC X(01) VALUE SPACES.
       77  WK-OPCAO-MANUT              PIC X(01) VALUE SPACES.
       77  WK-FS-AUD                   PIC 9(02) VALUE ZEROS.
       77  WK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WK-ER-ABERTO                PIC X(01) VALUE SPACES.
       77  WK-FIM-ER                   PIC X(01) VALUE SPACES.
       77  WK-QTD-CONTAS               PIC 9(06) VALUE ZEROS.
       77  WK-QTD-ABERTAS              PIC 9(06) VALUE ZEROS.
       01  WK-REG-ANTES                PIC X(100) VALUE SPACES.
       01  WK-AGORA                    PIC X(14) VALUE SPACES.
       77  WK-HOJE                     PIC 9(08) VALUE ZEROS.

      *    CAMPOS COMO DIGITADOS (OU QUEBRADOS DO LOTE) E O RESULTADO
      *    DA CRITICA. DATA EM BRANCO NA ABERTURA/FECHAMENTO = HOJE
       01  WK-CODIGO-ENT               PIC X(04) VALUE SPACES.
       01  WK-CODIGO-NUM REDEFINES WK-CODIGO-ENT
                                       PIC 9(04).
       01  WK-DATA-ENT                 PIC X(08) VALUE SPACES.
       01  WK-DATA-NUM REDEFINES WK-DATA-ENT.
           05 WK-DE-AAAA               PIC 9(04).
           05 WK-DE-MM                 PIC 9(02).
           05 WK-DE-DD                 PIC 9(02).
       01  WK-DATA-VAL REDEFINES WK-DATA-ENT
                                       PIC 9(08).
       77  WK-CODIGO-OK                PIC X(01) VALUE SPACES.
       77  WK-DADOS-OK                 PIC X(01) VALUE SPACES.
       77  WK-DATA-OK                  PIC X(01) VALUE SPACES.

      *    APOIO DA CONSULTA (MODO C): LISTAGEM GERAL OU DE UMA
      *    REGIAO
       77  WK-OPCAO-CONS               PIC X(01) VALUE SPACES.
       77  WK-REGIAO-LISTA             PIC X(02) VALUE SPACES.
       77  WK-HITS                     PIC 9(06) VALUE ZEROS.
       77  WK-FIM-CONS                 PIC X(01) VALUE SPACES.
       77  WK-SIT-DESCR                PIC X(10) VALUE SPACES.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       77  WK-TOT-LIDOS-LOTE           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-GRAVADAS             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-REJEITADAS           PIC 9(06) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMS0808".
           05 WK-RL-DATA-INI           PIC 9(08) VALUE ZEROS.
           05 WK-RL-HORA-INI           PIC 9(06) VALUE ZEROS.
           05 WK-RL-DATA-FIM           PIC 9(08) VALUE ZEROS.
           05 WK-RL-HORA-FIM           PIC 9(06) VALUE ZEROS.
           05 WK-RL-LIDOS              PIC 9(06) VALUE ZEROS.
           05 WK-RL-GRAVADOS           PIC 9(06) VALUE ZEROS.
           05 WK-RL-REJEITADOS         PIC 9(06) VALUE ZEROS.
           05 WK-RL-RC                 PIC 9(02) VALUE ZEROS.

      *    REGISTRO DO DIARIO DE AUDITORIA: QUANDO, QUEM, EM QUE MODO
      *    (I/B/M), QUE ACAO (I=INCLUSAO A=ALTERACAO S=FECHAMENTO OU
      *    REABERTURA E=EXCLUSAO) E AS IMAGENS ANTES E DEPOIS
       01  WK-REG-AUDIT.
           05 WK-AUD-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-AUD-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-AUD-OPERADOR          PIC X(08) VALUE SPACES.
           05 WK-AUD-MODO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ACAO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ANTES             PIC X(100) VALUE SPACES.
           05 WK-AUD-DEPOIS            PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

       0000-MAIN.
           PERFORM 0100-INITIAL THRU 0100-END
           EVALUATE WK-MODO
               WHEN "B"
                   PERFORM 0350-LER-BATCH THRU 0350-END
                                UNTIL WK-FIM-BATCH = "S"
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
           PERFORM 0500-FINISH  THRU 0500-END

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

           DISPLAY "MODO (I=INTERATIVO B=BATCH M=MANUTENCAO "
                   "C=CONSULTA): " END-DISPLAY
           ACCEPT WK-MODO END-ACCEPT

      *    NORMALIZAR O MODO COMO NO CADASTRO ERESUMO: QUALQUER
      *    RESPOSTA FORA DE B/M/C CAI NO INTERATIVO
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

           PERFORM 0150-ABRIR-AGENCIA THRU 0150-END

           IF WK-MODO NOT = "C"
               PERFORM 0160-ABRIR-AUDITORIA THRU 0160-END
           END-IF

      *    AS CONTAS SO INTERESSAM A MANUTENCAO E A CONSULTA
           IF WK-MODO = "M" OR WK-MODO = "C"
               PERFORM 0170-ABRIR-ERESUMO THRU 0170-END
           END-IF

           IF WK-MODO = "B"
               DISPLAY "NOME DO ARQUIVO DE ENTRADA (LOTE): " END-DISPLAY
               ACCEPT WK-BATCH-FILENAME END-ACCEPT

               OPEN INPUT ARQ-BATCH

               IF WK-FS-BATCH NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO ARQUIVO BATCH" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE "S" TO WK-FIM-BATCH
               END-IF
           END-IF
           .
       0100-END.

      *    ABRIR O CADASTRO INDEXADO EM I-O, CRIANDO-O VAZIO NA
      *    PRIMEIRA EXECUCAO (FILE STATUS 35). A CONSULTA ABRE SO
      *    PARA LEITURA
       0150-ABRIR-AGENCIA SECTION.
           IF WK-MODO = "C"
               OPEN INPUT AGENCIA

               IF WK-FS-AG EQUAL 35
                   DISPLAY "CADASTRO AINDA NAO EXISTE - NADA A "
                           "CONSULTAR"
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O AGENCIA

               IF WK-FS-AG EQUAL 35
                   OPEN OUTPUT AGENCIA
                   CLOSE AGENCIA
                   OPEN I-O AGENCIA
               END-IF
           END-IF

           IF WK-FS-AG NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO AGENCIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0150-END. EXIT.

      *    ABRIR O DIARIO EM EXTEND E IDENTIFICAR O OPERADOR, COMO NO
      *    CADASTRO ERESUMO (VARIAVEL ERESUMO_OPERADOR OU PERGUNTA;
      *    NO LOTE SEM A VARIAVEL O OPERADOR SAI "NAO-INF")
       0160-ABRIR-AUDITORIA SECTION.
           ACCEPT WK-OPERADOR FROM ENVIRONMENT "ERESUMO_OPERADOR"

           IF WK-OPERADOR EQUAL SPACES
               IF WK-MODO = "B"
                   MOVE "NAO-INF" TO WK-OPERADOR
               ELSE
                   DISPLAY "CODIGO DO OPERADOR: [8]" END-DISPLAY
                   ACCEPT WK-OPERADOR END-ACCEPT
               END-IF
           END-IF

           OPEN EXTEND AGAUD

           IF WK-FS-AUD EQUAL 35
               OPEN OUTPUT AGAUD
           END-IF

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO AGAUD" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0160-END. EXIT.

      *    O CADASTRO DE CONTAS PODE AINDA NAO EXISTIR: NESSE CASO
      *    NENHUMA AGENCIA TEM CONTA
       0170-ABRIR-ERESUMO SECTION.
           MOVE "S" TO WK-ER-ABERTO

           OPEN INPUT ERESUMO

           IF WK-FS-ER EQUAL 35
               MOVE "N" TO WK-ER-ABERTO
               GO TO 0170-END
           END-IF

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0170-END. EXIT.

      *    INCLUSAO INTERATIVA, AGENCIA A AGENCIA
       0300-PROCESS SECTION.
           INITIALIZE WK-REG-AGENCIA
           PERFORM 0305-CAPTURAR-CODIGO THRU 0305-END

           IF WK-CODIGO-OK NOT = "S"
               DISPLAY "AGENCIA NAO GRAVADA."
               GO TO 0300-PERGUNTAR
           END-IF

           PERFORM 0310-LOCALIZAR-AGENCIA THRU 0310-END
           IF WK-AG-FOUND = "S"
               DISPLAY "AGENCIA JA CADASTRADA - USE O MODO M PARA"
               DISPLAY "ALTERAR. AGENCIA NAO GRAVADA."
               GO TO 0300-PERGUNTAR
           END-IF

           PERFORM 0306-CAPTURAR-DADOS THRU 0306-END

           IF WK-DADOS-OK NOT = "S"
               DISPLAY "AGENCIA NAO GRAVADA."
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

      *    PERGUNTA DO CODIGO, COMPARTILHADA ENTRE A INCLUSAO, A
      *    MANUTENCAO E A CONSULTA
       0305-CAPTURAR-CODIGO SECTION.
           DISPLAY "CODIGO DA AGENCIA: [4]"
           MOVE SPACES TO WK-CODIGO-ENT
           ACCEPT WK-CODIGO-ENT END-ACCEPT

           PERFORM 0315-CRITICAR-CODIGO THRU 0315-END
           .
       0305-END. EXIT.

      *    PERGUNTAS DOS DADOS DA AGENCIA, COMPARTILHADAS ENTRE A
      *    INCLUSAO (0300) E A ALTERACAO (0410). A DATA DE FECHAMENTO
      *    SO MUDA PELO FECHAMENTO/REABERTURA (0420)
       0306-CAPTURAR-DADOS SECTION.
           DISPLAY "NOME DA AGENCIA: [30]"
           ACCEPT WK-AGM-NOME END-ACCEPT

           DISPLAY "REGIAO: [2] EXEMPLO: REGIAO 3, FICA: 03"
           ACCEPT WK-AGM-REGIAO-A END-ACCEPT

           DISPLAY "CENTRO DE CUSTO CONTABIL: [6]"
           ACCEPT WK-AGM-CCUSTO END-ACCEPT

           DISPLAY "DATA DE ABERTURA (AAAAMMDD, BRANCO=HOJE): [8]"
           MOVE SPACES TO WK-DATA-ENT
           ACCEPT WK-DATA-ENT END-ACCEPT

           PERFORM 0320-CRITICAR-DADOS THRU 0320-END
           .
       0306-END. EXIT.

      *    LOCALIZAR A AGENCIA PELO CODIGO JA CRITICADO EM
      *    WK-REG-AGENCIA
       0310-LOCALIZAR-AGENCIA SECTION.
           MOVE "N"    TO WK-AG-FOUND
           MOVE SPACES TO WK-REG-ANTES

           MOVE WK-AGM-CODIGO TO AG-CODIGO

           READ AGENCIA
               INVALID KEY
                   MOVE "N" TO WK-AG-FOUND
               NOT INVALID KEY
                   MOVE "S" TO WK-AG-FOUND
                   MOVE REG-AGENCIA TO WK-REG-ANTES
           END-READ

      *    ERRO DE E/S NAO E "AGENCIA NAO ENCONTRADA": TRATAR COMO
      *    INEXISTENTE PODERIA LEVAR A UM CADASTRO EM DUPLICIDADE
           IF WK-FS-AG NOT EQUAL ZEROS AND
               WK-FS-AG NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO AGENCIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0310-END. EXIT.

      *    CODIGO: 4 DIGITOS. 0000 E 9999 SAO AS AGENCIAS DAS CHAVES
      *    DE CONTROLE DO ERESUMO E NAO PODEM SER CADASTRADAS
       0315-CRITICAR-CODIGO SECTION.
           MOVE "N" TO WK-CODIGO-OK

           IF WK-CODIGO-ENT NOT NUMERIC
               DISPLAY "CODIGO DA AGENCIA DEVE TER 4 DIGITOS"
               GO TO 0315-END
           END-IF

           IF WK-CODIGO-NUM = 0000 OR WK-CODIGO-NUM = 9999
               DISPLAY "CODIGO RESERVADO AOS REGISTROS DE CONTROLE"
               GO TO 0315-END
           END-IF

           MOVE WK-CODIGO-ENT TO WK-AGM-CODIGO-A
           MOVE "S" TO WK-CODIGO-OK
           .
       0315-END. EXIT.

      *    CRITICAR NOME, REGIAO, CENTRO DE CUSTO E DATA DE ABERTURA.
      *    AGENCIA JA FECHADA NAO PODE FICAR COM ABERTURA POSTERIOR AO
      *    FECHAMENTO
       0320-CRITICAR-DADOS SECTION.
           MOVE "N" TO WK-DADOS-OK

           IF WK-AGM-NOME = SPACES
               DISPLAY "NOME DA AGENCIA EM BRANCO"
               GO TO 0320-END
           END-IF

           IF WK-AGM-REGIAO-A NOT NUMERIC
               DISPLAY "REGIAO DEVE TER 2 DIGITOS"
               GO TO 0320-END
           END-IF

           IF WK-AGM-CCUSTO = SPACES
               DISPLAY "CENTRO DE CUSTO EM BRANCO"
               GO TO 0320-END
           END-IF

           PERFORM 0325-CRITICAR-DATA THRU 0325-END
           IF WK-DATA-OK NOT = "S"
               GO TO 0320-END
           END-IF
           MOVE WK-DATA-VAL TO WK-AGM-DT-ABERTURA

           IF WK-AGM-DT-FECHAMENTO > ZEROS AND
              WK-AGM-DT-ABERTURA > WK-AGM-DT-FECHAMENTO
               DISPLAY "ABERTURA POSTERIOR AO FECHAMENTO ("
                       WK-AGM-DT-FECHAMENTO ")"
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

      *    GRAVAR A AGENCIA NOVA, ABERTA, COM A DATA DO DIA COMO
      *    CADASTRO E ULTIMA ALTERACAO
       0330-GRAVAR-REGISTRO SECTION.
           MOVE ZEROS   TO WK-AGM-DT-FECHAMENTO
           MOVE WK-HOJE TO WK-AGM-DT-CADASTRO
           MOVE WK-HOJE TO WK-AGM-DT-ALTERACAO

           WRITE REG-AGENCIA FROM WK-REG-AGENCIA
               INVALID KEY
                   DISPLAY "AGENCIA JA CADASTRADA - USE O MODO M PARA"
                   DISPLAY "ALTERAR. AGENCIA NAO GRAVADA."
                   ADD 1 TO WK-TOT-REJEITADAS
               NOT INVALID KEY
                   MOVE "I"            TO WK-AUD-ACAO
                   MOVE SPACES         TO WK-AUD-ANTES
                   MOVE WK-REG-AGENCIA TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
           END-WRITE

           IF WK-FS-AG NOT EQUAL ZEROS AND
               WK-FS-AG NOT EQUAL 22
               MOVE "ERRO NO WRITE DO AGENCIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0330-END. EXIT.

      *    LEITURA DO ARQUIVO DE ENTRADA EM LOTE
       0350-LER-BATCH SECTION.
           READ ARQ-BATCH INTO WK-BATCH-REG
               AT END
                   MOVE "S" TO WK-FIM-BATCH
               NOT AT END
                   ADD 1 TO WK-TOT-LIDOS-LOTE
                   PERFORM 0360-TRATAR-BATCH THRU 0360-END
           END-READ

           IF WK-FS-BATCH NOT EQUAL ZEROS AND
               WK-FS-BATCH NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ARQUIVO BATCH" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-FIM-BATCH
           END-IF
           .
       0350-END. EXIT.

      *    LINHA DO LOTE: CODIGO,NOME,REGIAO,CENTRO DE CUSTO,ABERTURA
      *    (A ABERTURA PODE VIR VAZIA = HOJE). LINHA INCOMPLETA, CAMPO
      *    INVALIDO OU AGENCIA JA CADASTRADA E RECUSADA E CONTADA - O
      *    RETORNO SAI 4 PARA O OPERADOR CONFERIR
       0360-TRATAR-BATCH SECTION.
           INITIALIZE WK-REG-AGENCIA
           MOVE ZEROS  TO WK-BATCH-CAMPOS
           MOVE SPACES TO WK-CODIGO-ENT
           MOVE SPACES TO WK-DATA-ENT

           UNSTRING WK-BATCH-REG DELIMITED BY ","
               INTO WK-CODIGO-ENT
                    WK-AGM-NOME
                    WK-AGM-REGIAO-A
                    WK-AGM-CCUSTO
                    WK-DATA-ENT
               TALLYING IN WK-BATCH-CAMPOS
           END-UNSTRING

           IF WK-BATCH-CAMPOS < 4
               DISPLAY "LINHA DE LOTE COM CAMPOS FALTANDO ("
                       WK-BATCH-CAMPOS " DE 5) - AGENCIA NAO GRAVADA"
               DISPLAY "LINHA: " WK-BATCH-REG (1:60)
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0360-END
           END-IF

           PERFORM 0315-CRITICAR-CODIGO THRU 0315-END
           IF WK-CODIGO-OK = "S"
               PERFORM 0320-CRITICAR-DADOS THRU 0320-END
           END-IF

           IF WK-CODIGO-OK NOT = "S" OR WK-DADOS-OK NOT = "S"
               DISPLAY "LINHA: " WK-BATCH-REG (1:60)
               DISPLAY "AGENCIA NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0360-END
           END-IF

           PERFORM 0310-LOCALIZAR-AGENCIA THRU 0310-END
           IF WK-AG-FOUND = "S"
               DISPLAY "AGENCIA JA CADASTRADA: " WK-AGM-CODIGO-A
                       " - NAO GRAVADA"
               ADD 1 TO WK-TOT-REJEITADAS
           ELSE
               PERFORM 0330-GRAVAR-REGISTRO THRU 0330-END
           END-IF
           .
       0360-END. EXIT.

      *    MANUTENCAO: ALTERAR OS DADOS, FECHAR, REABRIR OU EXCLUIR
      *    UMA AGENCIA JA CADASTRADA. O CODIGO NAO MUDA - AS CONTAS
      *    MUDAM DE AGENCIA PELA TRANSFERENCIA DO PGMS0801
       0400-MANUTENCAO SECTION.
           PERFORM 0305-CAPTURAR-CODIGO THRU 0305-END

           IF WK-CODIGO-OK NOT = "S"
               GO TO 0400-PERGUNTAR
           END-IF

           PERFORM 0310-LOCALIZAR-AGENCIA THRU 0310-END

           IF WK-AG-FOUND = "N"
               DISPLAY "AGENCIA NAO ENCONTRADA"
               GO TO 0400-PERGUNTAR
           END-IF

           MOVE WK-REG-ANTES TO WK-REG-AGENCIA
           PERFORM 0640-EXIBIR-AGENCIA THRU 0640-END

           DISPLAY "A=ALTERAR F=FECHAR R=REABRIR E=EXCLUIR: "
                   END-DISPLAY
           ACCEPT WK-OPCAO-MANUT END-ACCEPT

           EVALUATE WK-OPCAO-MANUT
               WHEN "A" WHEN "a"
                   PERFORM 0410-ALTERAR-AGENCIA THRU 0410-END
               WHEN "F" WHEN "f"
                   PERFORM 0420-FECHAR-AGENCIA THRU 0420-END
               WHEN "R" WHEN "r"
                   PERFORM 0425-REABRIR-AGENCIA THRU 0425-END
               WHEN "E" WHEN "e"
                   PERFORM 0430-EXCLUIR-AGENCIA THRU 0430-END
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           .
       0400-PERGUNTAR.
           DISPLAY "DESEJA ENCERRAR A MANUTENCAO (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0400-END. EXIT.

      *    REGRAVAR NOME, REGIAO, CENTRO DE CUSTO E ABERTURA SOBRE O
      *    REGISTRO LIDO PELO 0310, COM A DATA DA ALTERACAO. A TROCA
      *    DE CENTRO DE CUSTO VALE DO PROXIMO LOTE CONTABIL EM DIANTE
       0410-ALTERAR-AGENCIA SECTION.
           PERFORM 0306-CAPTURAR-DADOS THRU 0306-END

           IF WK-DADOS-OK NOT = "S"
               MOVE WK-REG-ANTES TO WK-REG-AGENCIA
               DISPLAY "AGENCIA NAO ALTERADA"
               GO TO 0410-END
           END-IF

           MOVE WK-HOJE TO WK-AGM-DT-ALTERACAO
           PERFORM 0440-REGRAVAR-AGENCIA THRU 0440-END
           .
       0410-END. EXIT.

      *    FECHAR A AGENCIA NA DATA INFORMADA (BRANCO = HOJE). SO SE
      *    FECHA AGENCIA SEM CONTA ATIVA OU BLOQUEADA: AS CONTAS SAO
      *    ENCERRADAS OU TRANSFERIDAS ANTES, SENAO O MOVIMENTO DELAS
      *    PASSARIA A SER RECUSADO PELO PGMS0802
       0420-FECHAR-AGENCIA SECTION.
           IF WK-AGM-DT-FECHAMENTO > ZEROS
               DISPLAY "AGENCIA JA FECHADA EM " WK-AGM-DT-FECHAMENTO
               GO TO 0420-END
           END-IF

           PERFORM 0450-CONTAR-CONTAS THRU 0450-END

           IF WK-QTD-ABERTAS > ZEROS
               DISPLAY "AGENCIA COM " WK-QTD-ABERTAS
                       " CONTA(S) NAO ENCERRADA(S) - NAO FECHADA"
               GO TO 0420-END
           END-IF

           DISPLAY "DATA DE FECHAMENTO (AAAAMMDD, BRANCO=HOJE): [8]"
           MOVE SPACES TO WK-DATA-ENT
           ACCEPT WK-DATA-ENT END-ACCEPT

           PERFORM 0325-CRITICAR-DATA THRU 0325-END
           IF WK-DATA-OK NOT = "S"
               DISPLAY "AGENCIA NAO FECHADA"
               GO TO 0420-END
           END-IF

           IF WK-DATA-VAL < WK-AGM-DT-ABERTURA
               DISPLAY "FECHAMENTO ANTERIOR A ABERTURA ("
                       WK-AGM-DT-ABERTURA ") - AGENCIA NAO FECHADA"
               GO TO 0420-END
           END-IF

           MOVE WK-DATA-VAL TO WK-AGM-DT-FECHAMENTO
           MOVE WK-HOJE     TO WK-AGM-DT-ALTERACAO
           MOVE "S" TO WK-AUD-ACAO
           PERFORM 0440-REGRAVAR-AGENCIA THRU 0440-END
           .
       0420-END. EXIT.

      *    REABRIR UMA AGENCIA FECHADA POR ENGANO: A DATA DE
      *    FECHAMENTO VOLTA A ZEROS
       0425-REABRIR-AGENCIA SECTION.
           IF WK-AGM-DT-FECHAMENTO = ZEROS
               DISPLAY "AGENCIA NAO ESTA FECHADA"
               GO TO 0425-END
           END-IF

           MOVE ZEROS   TO WK-AGM-DT-FECHAMENTO
           MOVE WK-HOJE TO WK-AGM-DT-ALTERACAO
           MOVE "S" TO WK-AUD-ACAO
           PERFORM 0440-REGRAVAR-AGENCIA THRU 0440-END
           .
       0425-END. EXIT.

      *    EXCLUIR A AGENCIA, SALVO SE AINDA HOUVER QUALQUER CONTA
      *    DELA NO ERESUMO (MESMO ENCERRADA - A CONTA SO SAI COM O
      *    EXPURGO). AGENCIA QUE TEVE CONTAS SE FECHA, NAO SE EXCLUI
       0430-EXCLUIR-AGENCIA SECTION.
           PERFORM 0450-CONTAR-CONTAS THRU 0450-END

           IF WK-QTD-CONTAS > ZEROS
               DISPLAY "AGENCIA COM " WK-QTD-CONTAS
                       " CONTA(S) NO CADASTRO - NAO EXCLUIDA"
               GO TO 0430-END
           END-IF

           DELETE AGENCIA RECORD
               INVALID KEY
                   DISPLAY "AGENCIA NAO ENCONTRADA PARA EXCLUSAO"
               NOT INVALID KEY
                   MOVE "E"          TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES TO WK-AUD-ANTES
                   MOVE SPACES       TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   DISPLAY "AGENCIA EXCLUIDA"
           END-DELETE

           IF WK-FS-AG NOT EQUAL ZEROS AND
               WK-FS-AG NOT EQUAL 23
               MOVE "ERRO NO DELETE DO AGENCIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF
           .
       0430-END. EXIT.

      *    REGRAVAR A AGENCIA DE WK-REG-AGENCIA E JORNALIZAR. A ACAO
      *    VEM DO CHAMADOR NO FECHAMENTO/REABERTURA (S); NA ALTERACAO
      *    E SEMPRE A
       0440-REGRAVAR-AGENCIA SECTION.
           IF WK-OPCAO-MANUT = "A" OR WK-OPCAO-MANUT = "a"
               MOVE "A" TO WK-AUD-ACAO
           END-IF

           REWRITE REG-AGENCIA FROM WK-REG-AGENCIA
               INVALID KEY
                   DISPLAY "AGENCIA NAO ENCONTRADA PARA ALTERACAO"
               NOT INVALID KEY
                   MOVE WK-REG-ANTES   TO WK-AUD-ANTES
                   MOVE WK-REG-AGENCIA TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   PERFORM 0640-EXIBIR-AGENCIA THRU 0640-END
           END-REWRITE

           IF WK-FS-AG NOT EQUAL ZEROS AND
               WK-FS-AG NOT EQUAL 23
               MOVE "ERRO NO REWRITE DO AGENCIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF
           .
       0440-END. EXIT.

      *    CONTAR AS CONTAS DA AGENCIA NO ERESUMO: TODAS E AS NAO
      *    ENCERRADAS. A CHAVE COMECA PELA AGENCIA, ENTAO BASTA
      *    POSICIONAR NA PRIMEIRA CONTA DELA E LER ATE A AGENCIA MUDAR
       0450-CONTAR-CONTAS SECTION.
           MOVE ZEROS  TO WK-QTD-CONTAS
           MOVE ZEROS  TO WK-QTD-ABERTAS
           MOVE SPACES TO WK-FIM-ER

           IF WK-ER-ABERTO NOT = "S"
               GO TO 0450-END
           END-IF

           MOVE WK-AGM-CODIGO TO ER-AGENCIA
           MOVE ZEROS         TO ER-NUMCTA
           START ERESUMO KEY NOT < ER-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-ER
           END-START

           PERFORM 0455-VARRER-CONTAS THRU 0455-END
                        UNTIL WK-FIM-ER = "S"
           .
       0450-END. EXIT.

       0455-VARRER-CONTAS SECTION.
           READ ERESUMO NEXT RECORD INTO WK-REG-ERESUMO
               AT END
                   MOVE "S" TO WK-FIM-ER
               NOT AT END
                   IF ER-AGENCIA NOT = WK-AGM-CODIGO
                       MOVE "S" TO WK-FIM-ER
                   ELSE
                       ADD 1 TO WK-QTD-CONTAS
                       IF WK-ER-SITUACAO NOT = "E"
                           ADD 1 TO WK-QTD-ABERTAS
                       END-IF
                   END-IF
           END-READ

      *    ERRO DE LEITURA NAO PODE PASSAR POR "SEM CONTA": A
      *    EXCLUSAO DEIXARIA CONTAS EM AGENCIA INEXISTENTE
           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0455-END. EXIT.

       0500-FINISH SECTION.
           CLOSE AGENCIA

           IF WK-FS-AG NOT EQUAL ZEROS
               MOVE "ERROR, CLOSE THE FILE" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF

      *    O CLOSE DESCARREGA O QUE RESTA DO BUFFER DO DIARIO - FALHA
      *    AQUI SIGNIFICA LINHA DE AUDITORIA PERDIDA E PRECISA SOAR
           IF WK-MODO NOT = "C"
               CLOSE AGAUD

               IF WK-FS-AUD NOT EQUAL ZEROS
                   MOVE "ERRO NO CLOSE DO AGAUD" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
               END-IF
           END-IF

           IF WK-MODO = "B"
               CLOSE ARQ-BATCH
           END-IF

           IF (WK-MODO = "M" OR WK-MODO = "C") AND WK-ER-ABERTO = "S"
               CLOSE ERESUMO
           END-IF
           .
       0500-END. EXIT.

      *    CONSULTA (MODO C): UMA AGENCIA, COM A CONTAGEM DE CONTAS,
      *    OU A LISTAGEM GERAL / DE UMA REGIAO. SOMENTE LEITURA
       0600-CONSULTA SECTION.
           DISPLAY "CONSULTA: 1=POR CODIGO 2=LISTAR (GERAL OU REGIAO)"
                   END-DISPLAY
           ACCEPT WK-OPCAO-CONS END-ACCEPT

           EVALUATE WK-OPCAO-CONS
               WHEN "1"
                   PERFORM 0610-CONSULTAR-CODIGO THRU 0610-END
               WHEN "2"
                   PERFORM 0620-LISTAR-AGENCIAS THRU 0620-END
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           DISPLAY "DESEJA ENCERRAR A CONSULTA (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0600-END. EXIT.

       0610-CONSULTAR-CODIGO SECTION.
           PERFORM 0305-CAPTURAR-CODIGO THRU 0305-END

           IF WK-CODIGO-OK NOT = "S"
               GO TO 0610-END
           END-IF

           PERFORM 0310-LOCALIZAR-AGENCIA THRU 0310-END

           IF WK-AG-FOUND = "N"
               DISPLAY "AGENCIA NAO ENCONTRADA"
               GO TO 0610-END
           END-IF

           MOVE WK-REG-ANTES TO WK-REG-AGENCIA
           PERFORM 0640-EXIBIR-AGENCIA THRU 0640-END
           PERFORM 0450-CONTAR-CONTAS THRU 0450-END
           DISPLAY "  CONTAS NO CADASTRO: " WK-QTD-CONTAS
                   "  NAO ENCERRADAS: " WK-QTD-ABERTAS
           .
       0610-END. EXIT.

      *    LISTAGEM EM ORDEM DE CODIGO; REGIAO EM BRANCO = TODAS
       0620-LISTAR-AGENCIAS SECTION.
           DISPLAY "REGIAO (2 DIGITOS, BRANCO=TODAS): [2]"
           MOVE SPACES TO WK-REGIAO-LISTA
           ACCEPT WK-REGIAO-LISTA END-ACCEPT

           MOVE ZEROS  TO WK-HITS
           MOVE SPACES TO WK-FIM-CONS
           MOVE ZEROS  TO AG-CODIGO
           START AGENCIA KEY NOT < AG-CODIGO
               INVALID KEY
                   MOVE "S" TO WK-FIM-CONS
           END-START

           PERFORM 0625-VARRER-AGENCIAS THRU 0625-END
                        UNTIL WK-FIM-CONS = "S"

           IF WK-HITS = ZEROS
               DISPLAY "NENHUMA AGENCIA ENCONTRADA"
           ELSE
               DISPLAY "AGENCIAS LISTADAS: " WK-HITS
           END-IF
           .
       0620-END. EXIT.

       0625-VARRER-AGENCIAS SECTION.
           READ AGENCIA NEXT RECORD INTO WK-REG-AGENCIA
               AT END
                   MOVE "S" TO WK-FIM-CONS
               NOT AT END
                   IF WK-REGIAO-LISTA = SPACES OR
                      WK-REGIAO-LISTA = WK-AGM-REGIAO-A
                       ADD 1 TO WK-HITS
                       PERFORM 0640-EXIBIR-AGENCIA THRU 0640-END
                   END-IF
           END-READ

           IF WK-FS-AG NOT EQUAL ZEROS AND
               WK-FS-AG NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO AGENCIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-FIM-CONS
           END-IF
           .
       0625-END. EXIT.

       0640-EXIBIR-AGENCIA SECTION.
           IF WK-AGM-DT-FECHAMENTO = ZEROS
               MOVE "ABERTA"  TO WK-SIT-DESCR
           ELSE
               MOVE "FECHADA" TO WK-SIT-DESCR
           END-IF
           DISPLAY "---------------------------------------------"
           DISPLAY "AGENCIA " WK-AGM-CODIGO-A "  " WK-AGM-NOME
           DISPLAY "  REGIAO " WK-AGM-REGIAO-A
                   "  CENTRO DE CUSTO " WK-AGM-CCUSTO
                   "  " WK-SIT-DESCR
           DISPLAY "  ABERTURA " WK-AGM-DT-ABERTURA
                   "  FECHAMENTO " WK-AGM-DT-FECHAMENTO
           DISPLAY "  CADASTRO " WK-AGM-DT-CADASTRO
                   "  ULTIMA ALTERACAO " WK-AGM-DT-ALTERACAO
           .
       0640-END. EXIT.

      *    GRAVAR UMA LINHA NO DIARIO DE AUDITORIA. O CHAMADOR DEIXA
      *    PRONTOS WK-AUD-ACAO E AS IMAGENS ANTES/DEPOIS; DATA, HORA,
      *    OPERADOR E MODO SAO CARIMBADOS AQUI. FALHA NA GRAVACAO DO
      *    DIARIO E FATAL, COMO NO CADASTRO ERESUMO
       0650-GRAVAR-AUDITORIA SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA
           MOVE WK-AGORA (1:8)  TO WK-AUD-DATA
           MOVE WK-AGORA (9:6)  TO WK-AUD-HORA
           MOVE WK-OPERADOR     TO WK-AUD-OPERADOR
           MOVE WK-MODO         TO WK-AUD-MODO

           WRITE REG-AUDIT FROM WK-REG-AUDIT

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NO WRITE DO AGAUD" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

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
           DISPLAY "FILE STATUS AGENCIA: " WK-FS-AG
           DISPLAY "FILE STATUS BATCH  : " WK-FS-BATCH
           DISPLAY "FILE STATUS AGAUD  : " WK-FS-AUD
           DISPLAY "FILE STATUS ERESUMO: " WK-FS-ER
           DISPLAY "==================================================="
           .
       0700-END. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR
       0900-GRAVAR-RUNLOG SECTION.
           MOVE WK-TOT-LIDOS-LOTE TO WK-RL-LIDOS
           MOVE WK-TOT-GRAVADAS   TO WK-RL-GRAVADOS
           MOVE WK-TOT-REJEITADAS TO WK-RL-REJEITADOS
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

       END PROGRAM PGMS0808.
