      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Manutencao do calendario de dias uteis, CALEND.DAT: o
      *          mestre indexado pela data (AAAAMMDD) com as excecoes
      *          ao calendario de segunda a sexta - F = feriado ou dia
      *          sem expediente em dia de semana, U = dia util
      *          excepcional em sabado ou domingo. Dia util e o dia de
      *          semana que nao e feriado, mais os dias U. Usado pelo
      *          PGMS0802 (dias uteis sem movimento e DIAS do periodo
      *          diferente do esperado) e pelo PGMP0810 (dias uteis sem
      *          retorno da contabilidade). Modos no molde do
      *          PGMS0810: I inclui uma data, M altera ou exclui e C
      *          lista as excecoes de um ano com a quantidade de dias
      *          uteis de cada mes. Toda manutencao vai para o diario
      *          CALAUD.DAT com imagens antes/depois.
      * Tectonics: cobc
      * Obeservation: CA significa CALENDARIO, DU significa DIA UTIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMS0811.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALEND ASSIGN TO "CALEND.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-DATA
                  FILE STATUS IS WK-FS-CA.

      *    O DIARIO E SEQUENCIAL DE REGISTRO FIXO (NAO LINE
      *    SEQUENTIAL), COMO O TARAUD: AS IMAGENS ANTES/DEPOIS SAO
      *    LIDAS POR POSICAO FIXA E NAO PODEM PERDER BRANCOS FINAIS
           SELECT CALAUD ASSIGN TO "CALAUD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-AUD.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-RL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      *    CALENDARIO INDEXADO PELA DATA: SO AS EXCECOES SAO GRAVADAS
       FD  CALEND.

       01  REG-CALEND.
           05 CA-DATA                  PIC 9(08).
           05 CA-DADOS                 PIC X(72).

       FD  CALAUD.

       01  REG-CALAUD                  PIC X(184).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-CA                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-AUD                   PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-MODO                     PIC X(01) VALUE "I".
       77  WK-OPCAO-MANUT              PIC X(01) VALUE SPACES.
       77  WK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WK-REG-FOUND                PIC X(01) VALUE SPACES.
       77  WK-CA-ABERTO                PIC X(01) VALUE "N".
       01  WK-AGORA                    PIC X(14) VALUE SPACES.
       77  WK-HOJE                     PIC 9(08) VALUE ZEROS.

      *    REGISTRO DE TRABALHO DO CALENDARIO: TIPO F = FERIADO (DIA
      *    DE SEMANA SEM EXPEDIENTE), U = DIA UTIL EM FIM DE SEMANA
       01  WK-REG-CALEND.
           05 WK-CA-DATA               PIC 9(08) VALUE ZEROS.
           05 WK-CA-TIPO               PIC X(01) VALUE SPACES.
           05 WK-CA-DESCRICAO          PIC X(30) VALUE SPACES.
           05 WK-CA-OPERADOR           PIC X(08) VALUE SPACES.
           05 WK-CA-DT-CADASTRO        PIC 9(08) VALUE ZEROS.
           05 WK-CA-DT-ALTERACAO       PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(17) VALUE SPACES.

      *    IMAGEM DO REGISTRO COMO ESTAVA ANTES DA MANUTENCAO
       01  WK-REG-ANTES                PIC X(80) VALUE SPACES.

      *    DATA COMO DIGITADA E O RESULTADO DA CRITICA
       01  WK-DATA-ENT                 PIC X(08) VALUE SPACES.
       01  WK-DATA-NUM REDEFINES WK-DATA-ENT.
           05 WK-DE-AAAA               PIC 9(04).
           05 WK-DE-MM                 PIC 9(02).
           05 WK-DE-DD                 PIC 9(02).
       01  WK-DATA-VAL REDEFINES WK-DATA-ENT
                                       PIC 9(08).
       77  WK-CHAVE-OK                 PIC X(01) VALUE SPACES.
       77  WK-DADOS-OK                 PIC X(01) VALUE SPACES.

      *    DIA DA SEMANA DA DATA: 0 = SEGUNDA ... 5 = SABADO, 6 =
      *    DOMINGO (O DIA 1 DO CALENDARIO INTEIRO E UMA SEGUNDA)
       01  WK-JUL                      PIC 9(07) VALUE ZEROS.
       01  WK-JUL-INI                  PIC 9(07) VALUE ZEROS.
       01  WK-JUL-FIM                  PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA               PIC 9(01) VALUE ZEROS.
       01  WK-DATA-DIA                 PIC 9(08) VALUE ZEROS.
       01  WK-DATA-DIA-R REDEFINES WK-DATA-DIA.
           05 WK-DD-AAAA               PIC 9(04).
           05 WK-DD-MM                 PIC 9(02).
           05 WK-DD-DD                 PIC 9(02).

      *    APOIO DA CONSULTA (MODO C): ANO PEDIDO E DIAS UTEIS DE CADA
      *    MES DELE
       77  WK-HITS                     PIC 9(06) VALUE ZEROS.
       77  WK-FIM-CONS                 PIC X(01) VALUE SPACES.
       01  WK-ANO-ENT                  PIC X(04) VALUE SPACES.
       01  WK-ANO-CONS REDEFINES WK-ANO-ENT PIC 9(04).
       01  WK-TAB-DU.
           05 WK-DU-MES                PIC 9(02) OCCURS 12 TIMES.
       77  WK-M                        PIC 9(02) VALUE ZEROS.
       77  WK-TOT-DU-ANO               PIC 9(03) VALUE ZEROS.
       01  WK-DATA-INI                 PIC 9(08) VALUE ZEROS.
       01  WK-DATA-FIM                 PIC 9(08) VALUE ZEROS.

      *    REGISTRO DO DIARIO DE AUDITORIA DO CALENDARIO: QUANDO, QUEM,
      *    MODO (I/M), ACAO (I=INCLUSAO A=ALTERACAO E=EXCLUSAO) E AS
      *    IMAGENS DO REGISTRO ANTES E DEPOIS
       01  WK-REG-CALAUD.
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
       77  WK-TOT-GRAVADAS             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-REJEITADAS           PIC 9(06) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMS0811".
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
               WHEN "M"
                   PERFORM 0400-MANUTENCAO THRU 0400-END
                                UNTIL WK-FIM = "S" OR WK-FIM = "s"
               WHEN "C"
                   PERFORM 0600-CONSULTA THRU 0600-END
               WHEN OTHER
                   PERFORM 0300-PROCESS THRU 0300-END
                                UNTIL WK-FIM = "S" OR WK-FIM = "s"
           END-EVALUATE
           PERFORM 0500-FINISH THRU 0500-END

      *    RETORNO 4 QUANDO ALGUMA DATA FOI RECUSADA NA SESSAO: O
      *    OPERADOR PRECISA CONFERIR O QUE NAO ENTROU
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

           DISPLAY "MODO (I=INCLUSAO M=MANUTENCAO C=CONSULTA): "
                   END-DISPLAY
           ACCEPT WK-MODO END-ACCEPT

           EVALUATE WK-MODO
               WHEN "M" WHEN "m"
                   MOVE "M" TO WK-MODO
               WHEN "C" WHEN "c"
                   MOVE "C" TO WK-MODO
               WHEN OTHER
                   MOVE "I" TO WK-MODO
           END-EVALUATE

           PERFORM 0150-ABRIR-CALEND THRU 0150-END

      *    CONSULTA E SOMENTE LEITURA: NAO HA O QUE JORNALIZAR
           IF WK-MODO NOT = "C"
               PERFORM 0160-ABRIR-AUDITORIA THRU 0160-END
           END-IF
           .
       0100-END. EXIT.

      *    ABRIR O CALENDARIO EM I-O (CRIADO VAZIO NA PRIMEIRA
      *    EXECUCAO, COMO O TARMST); A CONSULTA ABRE SOMENTE PARA
      *    LEITURA E, SEM O ARQUIVO, MOSTRA SO SEGUNDA A SEXTA
       0150-ABRIR-CALEND SECTION.
           IF WK-MODO = "C"
               OPEN INPUT CALEND

               IF WK-FS-CA EQUAL 35
                   DISPLAY "CALENDARIO AINDA NAO EXISTE - DIAS UTEIS "
                           "DE SEGUNDA A SEXTA"
                   GO TO 0150-END
               END-IF
           ELSE
               OPEN I-O CALEND

               IF WK-FS-CA EQUAL 35
                   OPEN OUTPUT CALEND
                   CLOSE CALEND
                   OPEN I-O CALEND
               END-IF
           END-IF

           IF WK-FS-CA NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO CALEND" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "S" TO WK-CA-ABERTO
           .
       0150-END. EXIT.

      *    ABRIR O DIARIO EM EXTEND E IDENTIFICAR O OPERADOR PELA
      *    VARIAVEL DE AMBIENTE CALEND_OPERADOR (JOB/JCL) OU, NA
      *    FALTA, PERGUNTANDO - COMO NO DIARIO DE TARIFAS
       0160-ABRIR-AUDITORIA SECTION.
           ACCEPT WK-OPERADOR FROM ENVIRONMENT "CALEND_OPERADOR"

           IF WK-OPERADOR EQUAL SPACES
               DISPLAY "CODIGO DO OPERADOR: [8]" END-DISPLAY
               ACCEPT WK-OPERADOR END-ACCEPT
           END-IF

           OPEN EXTEND CALAUD

           IF WK-FS-AUD EQUAL 35
               OPEN OUTPUT CALAUD
           END-IF

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO CALAUD" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0160-END. EXIT.

      *    INCLUSAO INTERATIVA DE UMA DATA
       0300-PROCESS SECTION.
           INITIALIZE WK-REG-CALEND
           PERFORM 0305-CAPTURAR-DATA THRU 0305-END

           IF WK-CHAVE-OK NOT = "S"
               DISPLAY "DATA NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0300-PERGUNTAR
           END-IF

           PERFORM 0310-LOCALIZAR-DATA THRU 0310-END
           IF WK-REG-FOUND = "S"
               DISPLAY "DATA JA CADASTRADA - USE O MODO M PARA"
               DISPLAY "ALTERAR. DATA NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0300-PERGUNTAR
           END-IF

           PERFORM 0307-CAPTURAR-DADOS THRU 0307-END

           IF WK-DADOS-OK NOT = "S"
               DISPLAY "DATA NAO GRAVADA."
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

      *    PERGUNTAR E CRITICAR A DATA (AAAAMMDD) E ACHAR O DIA DA
      *    SEMANA DELA
       0305-CAPTURAR-DATA SECTION.
           MOVE "N" TO WK-CHAVE-OK

           DISPLAY "DATA (AAAAMMDD): [8]"
           MOVE SPACES TO WK-DATA-ENT
           ACCEPT WK-DATA-ENT END-ACCEPT

           EVALUATE TRUE
               WHEN WK-DATA-ENT NOT NUMERIC
                   DISPLAY "DATA DEVE SER AAAAMMDD"
                   GO TO 0305-END
               WHEN WK-DE-AAAA < 1601
                   DISPLAY "ANO INVALIDO NA DATA"
                   GO TO 0305-END
               WHEN WK-DE-MM < 1 OR WK-DE-MM > 12
                   DISPLAY "MES INVALIDO NA DATA"
                   GO TO 0305-END
               WHEN WK-DE-DD < 1 OR WK-DE-DD > 31
                   DISPLAY "DIA INVALIDO NA DATA"
                   GO TO 0305-END
           END-EVALUATE

           MOVE WK-DATA-VAL TO WK-CA-DATA
           MOVE WK-DATA-VAL TO WK-DATA-DIA
           PERFORM 0340-DIA-DA-SEMANA THRU 0340-END

      *    31/02, 31/04 E SEMELHANTES PASSAM NA FAIXA DE 1 A 31 MAS
      *    NAO EXISTEM: A CONVERSAO PARA DIA CORRIDO DEVOLVE ZERO
           IF WK-JUL = ZEROS
               DISPLAY "DATA INEXISTENTE NO CALENDARIO"
               GO TO 0305-END
           END-IF

           MOVE "S" TO WK-CHAVE-OK
           .
       0305-END. EXIT.

      *    PERGUNTAS DOS DADOS DA DATA, COMPARTILHADAS ENTRE A
      *    INCLUSAO (0300) E A ALTERACAO (0410)
       0307-CAPTURAR-DADOS SECTION.
           DISPLAY "TIPO (F=FERIADO/SEM EXPEDIENTE U=DIA UTIL EM "
                   "FIM DE SEMANA): [1]"
           ACCEPT WK-CA-TIPO END-ACCEPT

           DISPLAY "DESCRICAO: [30]"
           ACCEPT WK-CA-DESCRICAO END-ACCEPT

           PERFORM 0320-CRITICAR-DADOS THRU 0320-END
           .
       0307-END. EXIT.

      *    LOCALIZAR A DATA JA CRITICADA
       0310-LOCALIZAR-DATA SECTION.
           MOVE "N"    TO WK-REG-FOUND
           MOVE SPACES TO WK-REG-ANTES

           MOVE WK-CA-DATA TO CA-DATA

           READ CALEND
               INVALID KEY
                   MOVE "N" TO WK-REG-FOUND
               NOT INVALID KEY
                   MOVE "S" TO WK-REG-FOUND
                   MOVE REG-CALEND TO WK-REG-ANTES
           END-READ

      *    ERRO DE E/S NAO E "REGISTRO NAO ENCONTRADO": TRATAR COMO
      *    INEXISTENTE PODERIA LEVAR A DUPLICIDADE
           IF WK-FS-CA NOT EQUAL ZEROS AND
               WK-FS-CA NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO CALEND" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0310-END. EXIT.

      *    TIPO F OU U COERENTE COM O DIA DA SEMANA E DESCRICAO
      *    PREENCHIDA. DIA UTIL EXCEPCIONAL SO FAZ SENTIDO EM FIM DE
      *    SEMANA; FERIADO EM FIM DE SEMANA NAO MUDA A CONTAGEM, MAS
      *    FICA REGISTRADO (E SOA O AVISO)
       0320-CRITICAR-DADOS SECTION.
           MOVE "N" TO WK-DADOS-OK

           IF WK-CA-TIPO = "f"
               MOVE "F" TO WK-CA-TIPO
           END-IF
           IF WK-CA-TIPO = "u"
               MOVE "U" TO WK-CA-TIPO
           END-IF

           IF WK-CA-TIPO NOT = "F" AND WK-CA-TIPO NOT = "U"
               DISPLAY "TIPO DEVE SER F OU U"
               GO TO 0320-END
           END-IF

           IF WK-CA-TIPO = "U" AND WK-DIA-SEMANA < 5
               DISPLAY "DATA " WK-CA-DATA " JA E DIA DE SEMANA - TIPO U"
                       " SO PARA SABADO OU DOMINGO"
               GO TO 0320-END
           END-IF

           IF WK-CA-DESCRICAO = SPACES
               DISPLAY "DESCRICAO EM BRANCO"
               GO TO 0320-END
           END-IF

           IF WK-CA-TIPO = "F" AND WK-DIA-SEMANA > 4
               DISPLAY "AVISO: " WK-CA-DATA " CAI EM FIM DE SEMANA - "
                       "NAO MUDA A CONTAGEM DE DIAS UTEIS"
           END-IF

           MOVE WK-OPERADOR TO WK-CA-OPERADOR
           MOVE "S" TO WK-DADOS-OK
           .
       0320-END. EXIT.

      *    GRAVAR A DATA NOVA, COM A DATA DO DIA COMO CADASTRO E
      *    ULTIMA ALTERACAO
       0330-GRAVAR-REGISTRO SECTION.
           MOVE WK-HOJE TO WK-CA-DT-CADASTRO
           MOVE WK-HOJE TO WK-CA-DT-ALTERACAO

           WRITE REG-CALEND FROM WK-REG-CALEND
               INVALID KEY
                   DISPLAY "DATA JA CADASTRADA - USE O MODO M PARA"
                   DISPLAY "ALTERAR. DATA NAO GRAVADA."
                   ADD 1 TO WK-TOT-REJEITADAS
               NOT INVALID KEY
                   MOVE "I"           TO WK-AUD-ACAO
                   MOVE SPACES        TO WK-AUD-ANTES
                   MOVE WK-REG-CALEND TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   PERFORM 0640-EXIBIR-DATA THRU 0640-END
           END-WRITE

           IF WK-FS-CA NOT EQUAL ZEROS AND
               WK-FS-CA NOT EQUAL 22
               MOVE "ERRO NO WRITE DO CALEND" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0330-END. EXIT.

       0340-DIA-DA-SEMANA SECTION.
           COMPUTE WK-JUL = FUNCTION INTEGER-OF-DATE (WK-DATA-DIA)
           END-COMPUTE
           COMPUTE WK-DIA-SEMANA = FUNCTION MOD (WK-JUL - 1, 7)
           END-COMPUTE
           .
       0340-END. EXIT.

      *    MANUTENCAO: ALTERAR OU EXCLUIR UMA DATA DO CALENDARIO
       0400-MANUTENCAO SECTION.
           INITIALIZE WK-REG-CALEND

           PERFORM 0305-CAPTURAR-DATA THRU 0305-END
           IF WK-CHAVE-OK NOT = "S"
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0400-PERGUNTAR
           END-IF

           PERFORM 0310-LOCALIZAR-DATA THRU 0310-END

           IF WK-REG-FOUND = "N"
               DISPLAY "DATA NAO ENCONTRADA NO CALENDARIO"
               GO TO 0400-PERGUNTAR
           END-IF

           MOVE WK-REG-ANTES TO WK-REG-CALEND
           PERFORM 0640-EXIBIR-DATA THRU 0640-END

           DISPLAY "A=ALTERAR E=EXCLUIR: " END-DISPLAY
           ACCEPT WK-OPCAO-MANUT END-ACCEPT

           EVALUATE WK-OPCAO-MANUT
               WHEN "A" WHEN "a"
                   PERFORM 0410-ALTERAR-DATA THRU 0410-END
               WHEN "E" WHEN "e"
                   PERFORM 0430-EXCLUIR-DATA THRU 0430-END
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           .
       0400-PERGUNTAR.
           DISPLAY "DESEJA ENCERRAR A MANUTENCAO (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0400-END. EXIT.

      *    REGRAVAR TIPO E DESCRICAO SOBRE O REGISTRO LIDO PELO 0310,
      *    COM A DATA DA ALTERACAO
       0410-ALTERAR-DATA SECTION.
           PERFORM 0307-CAPTURAR-DADOS THRU 0307-END

           IF WK-DADOS-OK NOT = "S"
               MOVE WK-REG-ANTES TO WK-REG-CALEND
               DISPLAY "DATA NAO ALTERADA"
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0410-END
           END-IF

           MOVE WK-HOJE TO WK-CA-DT-ALTERACAO
           MOVE WK-CA-DATA TO CA-DATA

           REWRITE REG-CALEND FROM WK-REG-CALEND
               INVALID KEY
                   DISPLAY "DATA NAO ENCONTRADA PARA ALTERACAO"
               NOT INVALID KEY
                   MOVE "A"           TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES  TO WK-AUD-ANTES
                   MOVE WK-REG-CALEND TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   PERFORM 0640-EXIBIR-DATA THRU 0640-END
           END-REWRITE

           IF WK-FS-CA NOT EQUAL ZEROS AND
               WK-FS-CA NOT EQUAL 23
               MOVE "ERRO NO REWRITE DO CALEND" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0410-END. EXIT.

       0430-EXCLUIR-DATA SECTION.
           MOVE WK-CA-DATA TO CA-DATA

           DELETE CALEND RECORD
               INVALID KEY
                   DISPLAY "DATA NAO ENCONTRADA PARA EXCLUSAO"
               NOT INVALID KEY
                   MOVE "E"          TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES TO WK-AUD-ANTES
                   MOVE SPACES       TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   DISPLAY "DATA EXCLUIDA DO CALENDARIO"
           END-DELETE

           IF WK-FS-CA NOT EQUAL ZEROS AND
               WK-FS-CA NOT EQUAL 23
               MOVE "ERRO NO DELETE DO CALEND" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0430-END. EXIT.

       0500-FINISH SECTION.
           IF WK-CA-ABERTO = "S"
               CLOSE CALEND

               IF WK-FS-CA NOT EQUAL ZEROS
                   MOVE "ERRO NO CLOSE DO CALEND" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
               END-IF
           END-IF

      *    O CLOSE DESCARREGA O QUE RESTA DO BUFFER DO DIARIO - FALHA
      *    AQUI SIGNIFICA LINHA DE AUDITORIA PERDIDA E PRECISA SOAR
           IF WK-MODO NOT = "C"
               CLOSE CALAUD

               IF WK-FS-AUD NOT EQUAL ZEROS
                   MOVE "ERRO NO CLOSE DO CALAUD" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
               END-IF
           END-IF
           .
       0500-END. EXIT.

      *    CONSULTA (MODO C): AS EXCECOES DO ANO PEDIDO EM ORDEM DE
      *    DATA E, NO FIM, OS DIAS UTEIS DE CADA MES - O NUMERO QUE O
      *    PGMS0802 ESPERA VER NO CAMPO DIAS DOS PERIODOS
       0600-CONSULTA SECTION.
           DISPLAY "ANO (AAAA): [4]"
           ACCEPT WK-ANO-ENT END-ACCEPT

           IF WK-ANO-ENT NOT NUMERIC OR WK-ANO-CONS < 1601
               MOVE WK-HOJE (1:4) TO WK-ANO-ENT
           END-IF

           MOVE ZEROS TO WK-HITS

           IF WK-CA-ABERTO = "S"
               PERFORM 0610-LISTAR-ANO THRU 0610-END
           END-IF

           IF WK-HITS = ZEROS
               DISPLAY "NENHUMA EXCECAO CADASTRADA EM " WK-ANO-CONS
           END-IF

           PERFORM 0620-CONTAR-DIAS-UTEIS THRU 0620-END

           DISPLAY "---------------------------------------------"
           DISPLAY "DIAS UTEIS POR MES EM " WK-ANO-CONS
           PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 12
               DISPLAY "  MES " WK-M ": " WK-DU-MES (WK-M)
           END-PERFORM
           DISPLAY "  TOTAL DO ANO: " WK-TOT-DU-ANO
           .
       0600-END. EXIT.

       0610-LISTAR-ANO SECTION.
           MOVE SPACES TO WK-FIM-CONS

           COMPUTE CA-DATA = WK-ANO-CONS * 10000 + 101
           END-COMPUTE
           START CALEND KEY NOT < CA-DATA
               INVALID KEY
                   MOVE "S" TO WK-FIM-CONS
           END-START

           PERFORM 0615-VARRER-ANO THRU 0615-END
                        UNTIL WK-FIM-CONS = "S"
           .
       0610-END. EXIT.

       0615-VARRER-ANO SECTION.
           READ CALEND NEXT RECORD INTO WK-REG-CALEND
               AT END
                   MOVE "S" TO WK-FIM-CONS
               NOT AT END
                   IF WK-CA-DATA (1:4) NOT = WK-ANO-ENT
                       MOVE "S" TO WK-FIM-CONS
                   ELSE
                       ADD 1 TO WK-HITS
                       PERFORM 0640-EXIBIR-DATA THRU 0640-END
                   END-IF
           END-READ

           IF WK-FS-CA NOT EQUAL ZEROS AND
               WK-FS-CA NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO CALEND" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-FIM-CONS
           END-IF
           .
       0615-END. EXIT.

      *    DIAS UTEIS DE CADA MES DO ANO: SEGUNDA A SEXTA QUE NAO SEJA
      *    FERIADO, MAIS OS DIAS UTEIS EXCEPCIONAIS DE FIM DE SEMANA
       0620-CONTAR-DIAS-UTEIS SECTION.
           MOVE ZEROS TO WK-TAB-DU
           MOVE ZEROS TO WK-TOT-DU-ANO

           COMPUTE WK-DATA-INI = WK-ANO-CONS * 10000 + 101
           END-COMPUTE
           COMPUTE WK-DATA-FIM = WK-ANO-CONS * 10000 + 1231
           END-COMPUTE
           COMPUTE WK-JUL-INI = FUNCTION INTEGER-OF-DATE (WK-DATA-INI)
           END-COMPUTE
           COMPUTE WK-JUL-FIM = FUNCTION INTEGER-OF-DATE (WK-DATA-FIM)
           END-COMPUTE

           PERFORM VARYING WK-JUL FROM WK-JUL-INI BY 1
                   UNTIL WK-JUL > WK-JUL-FIM
               COMPUTE WK-DATA-DIA = FUNCTION DATE-OF-INTEGER (WK-JUL)
               END-COMPUTE
               COMPUTE WK-DIA-SEMANA = FUNCTION MOD (WK-JUL - 1, 7)
               END-COMPUTE

               MOVE SPACES TO WK-CA-TIPO
               IF WK-CA-ABERTO = "S"
                   MOVE WK-DATA-DIA TO CA-DATA
                   READ CALEND INTO WK-REG-CALEND
                       INVALID KEY
                           MOVE SPACES TO WK-CA-TIPO
                   END-READ
                   IF WK-FS-CA NOT EQUAL ZEROS AND
                       WK-FS-CA NOT EQUAL 23
                       MOVE "ERRO NA LEITURA DO CALEND" TO WK-MSG
                       PERFORM 0700-ERROR THRU 0700-END
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF

               IF (WK-DIA-SEMANA < 5 AND WK-CA-TIPO NOT = "F") OR
                  WK-CA-TIPO = "U"
                   ADD 1 TO WK-DU-MES (WK-DD-MM)
                   ADD 1 TO WK-TOT-DU-ANO
               END-IF
           END-PERFORM
           .
       0620-END. EXIT.

       0640-EXIBIR-DATA SECTION.
           DISPLAY "---------------------------------------------"
           IF WK-CA-TIPO = "U"
               DISPLAY WK-CA-DATA "  DIA UTIL EXCEPCIONAL"
           ELSE
               DISPLAY WK-CA-DATA "  FERIADO / SEM EXPEDIENTE"
           END-IF
           DISPLAY "  " WK-CA-DESCRICAO
           DISPLAY "  OPERADOR " WK-CA-OPERADOR
                   "  CADASTRO " WK-CA-DT-CADASTRO
                   "  ULTIMA ALTERACAO " WK-CA-DT-ALTERACAO
           .
       0640-END. EXIT.

      *    GRAVAR UMA LINHA NO DIARIO DE AUDITORIA DO CALENDARIO. O
      *    CHAMADOR DEIXA PRONTOS WK-AUD-ACAO E AS IMAGENS; DATA,
      *    HORA, OPERADOR E MODO SAO CARIMBADOS AQUI. FALHA NO DIARIO
      *    E FATAL: FERIADO SEM RASTRO MUDA A CONTAGEM SEM EXPLICACAO
       0650-GRAVAR-AUDITORIA SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA
           MOVE WK-AGORA (1:8)  TO WK-AUD-DATA
           MOVE WK-AGORA (9:6)  TO WK-AUD-HORA
           MOVE WK-OPERADOR     TO WK-AUD-OPERADOR
           MOVE WK-MODO         TO WK-AUD-MODO

           WRITE REG-CALAUD FROM WK-REG-CALAUD

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NO WRITE DO CALAUD" TO WK-MSG
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
           DISPLAY "FILE STATUS CALEND : " WK-FS-CA
           DISPLAY "FILE STATUS CALAUD : " WK-FS-AUD
           DISPLAY "==================================================="
           .
       0700-END. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR
       0900-GRAVAR-RUNLOG SECTION.
           MOVE ZEROS              TO WK-RL-LIDOS
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

       END PROGRAM PGMS0811.
