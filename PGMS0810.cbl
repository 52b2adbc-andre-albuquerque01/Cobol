      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Manutencao da tabela de aliquotas do imposto de renda
      *          retido na fonte sobre os juros creditados, ALIQIR.DAT:
      *          o mestre indexado pela data de vigencia (AAAAMMDD). O
      *          PGMP0803 usa a maior vigencia que nao passe da data do
      *          processamento, como no TARMST. Modos no molde do
      *          PGMS0809: I inclui uma vigencia, M altera ou exclui e
      *          C lista a tabela. Vigencia que ja entrou em vigor nao
      *          muda mais - a retencao ja feita com ela tem que poder
      *          ser refeita e explicada no informe de rendimentos -
      *          entao so vigencia futura e incluida, alterada ou
      *          excluida (a primeira carga, com a tabela vazia, aceita
      *          qualquer data). Toda manutencao vai para o diario
      *          ALQAUD.DAT com imagens antes/depois.
      * Tectonics: cobc
      * Obeservation: AL significa ALIQUOTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMS0810.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIQIR ASSIGN TO "ALIQIR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-VIGENCIA
                  FILE STATUS IS WK-FS-AL.

      *    O DIARIO E SEQUENCIAL DE REGISTRO FIXO (NAO LINE
      *    SEQUENTIAL), COMO O TARAUD: AS IMAGENS ANTES/DEPOIS SAO
      *    LIDAS POR POSICAO FIXA E NAO PODEM PERDER BRANCOS FINAIS
           SELECT ALQAUD ASSIGN TO "ALQAUD.DAT"
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

      *    TABELA DE ALIQUOTAS INDEXADA PELA DATA DE VIGENCIA
       FD  ALIQIR.

       01  REG-ALIQIR.
           05 AL-VIGENCIA              PIC 9(08).
           05 AL-DADOS                 PIC X(72).

       FD  ALQAUD.

       01  REG-ALQAUD                  PIC X(184).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-AL                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-AUD                   PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-MODO                     PIC X(01) VALUE "I".
       77  WK-OPCAO-MANUT              PIC X(01) VALUE SPACES.
       77  WK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WK-REG-FOUND                PIC X(01) VALUE SPACES.
       77  WK-TABELA-VAZIA             PIC X(01) VALUE SPACES.
       01  WK-AGORA                    PIC X(14) VALUE SPACES.
       77  WK-HOJE                     PIC 9(08) VALUE ZEROS.

      *    REGISTRO DE TRABALHO DA ALIQUOTA, COM A ALIQUOTA DUPLICADA
      *    EM ALFA PARA CRITICA DA DIGITACAO
       01  WK-REG-ALIQIR.
           05 WK-AL-VIGENCIA-A         PIC X(08) VALUE SPACES.
           05 WK-AL-VIGENCIA REDEFINES WK-AL-VIGENCIA-A
                                       PIC 9(08).
           05 WK-AL-ALIQUOTA-A         PIC X(04) VALUE SPACES.
           05 WK-AL-ALIQUOTA REDEFINES WK-AL-ALIQUOTA-A
                                       PIC 9(02)V99.
           05 WK-AL-DESCRICAO          PIC X(30) VALUE SPACES.
           05 WK-AL-OPERADOR           PIC X(08) VALUE SPACES.
           05 WK-AL-DT-CADASTRO        PIC 9(08) VALUE ZEROS.
           05 WK-AL-DT-ALTERACAO       PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(14) VALUE SPACES.

      *    IMAGEM DO REGISTRO COMO ESTAVA ANTES DA MANUTENCAO
       01  WK-REG-ANTES                PIC X(80) VALUE SPACES.

      *    VIGENCIA COMO DIGITADA E O RESULTADO DA CRITICA
       01  WK-DATA-ENT                 PIC X(08) VALUE SPACES.
       01  WK-DATA-NUM REDEFINES WK-DATA-ENT.
           05 WK-DE-AAAA               PIC 9(04).
           05 WK-DE-MM                 PIC 9(02).
           05 WK-DE-DD                 PIC 9(02).
       01  WK-DATA-VAL REDEFINES WK-DATA-ENT
                                       PIC 9(08).
       77  WK-CHAVE-OK                 PIC X(01) VALUE SPACES.
       77  WK-DADOS-OK                 PIC X(01) VALUE SPACES.

      *    APOIO DA CONSULTA (MODO C): A VIGENCIA EM VIGOR HOJE E A
      *    ULTIMA LIDA QUE NAO PASSA DA DATA DO DIA
       77  WK-HITS                     PIC 9(06) VALUE ZEROS.
       77  WK-FIM-CONS                 PIC X(01) VALUE SPACES.
       77  WK-VIG-HOJE                 PIC 9(08) VALUE ZEROS.
       01  WK-ALIQ-FMT                 PIC Z9,99.

      *    REGISTRO DO DIARIO DE AUDITORIA DE ALIQUOTAS: QUANDO, QUEM,
      *    MODO (I/M), ACAO (I=INCLUSAO A=ALTERACAO E=EXCLUSAO) E AS
      *    IMAGENS DO REGISTRO ANTES E DEPOIS
       01  WK-REG-ALQAUD.
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
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMS0810".
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

      *    RETORNO 4 QUANDO ALGUMA VIGENCIA FOI RECUSADA NA SESSAO:
      *    O OPERADOR PRECISA CONFERIR O QUE NAO ENTROU
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

           PERFORM 0150-ABRIR-ALIQIR THRU 0150-END

      *    CONSULTA E SOMENTE LEITURA: NAO HA O QUE JORNALIZAR
           IF WK-MODO NOT = "C"
               PERFORM 0160-ABRIR-AUDITORIA THRU 0160-END
           END-IF
           .
       0100-END. EXIT.

      *    ABRIR A TABELA EM I-O (CRIADA VAZIA NA PRIMEIRA EXECUCAO,
      *    COMO O TARMST); A CONSULTA ABRE SOMENTE PARA LEITURA
       0150-ABRIR-ALIQIR SECTION.
           IF WK-MODO = "C"
               OPEN INPUT ALIQIR

               IF WK-FS-AL EQUAL 35
                   DISPLAY "TABELA DE ALIQUOTAS AINDA NAO EXISTE - "
                           "NADA A CONSULTAR"
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O ALIQIR

               IF WK-FS-AL EQUAL 35
                   OPEN OUTPUT ALIQIR
                   CLOSE ALIQIR
                   OPEN I-O ALIQIR
               END-IF
           END-IF

           IF WK-FS-AL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ALIQIR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0150-END. EXIT.

      *    ABRIR O DIARIO EM EXTEND E IDENTIFICAR O OPERADOR PELA
      *    VARIAVEL DE AMBIENTE ALIQIR_OPERADOR (JOB/JCL) OU, NA
      *    FALTA, PERGUNTANDO - COMO NO DIARIO DE TARIFAS
       0160-ABRIR-AUDITORIA SECTION.
           ACCEPT WK-OPERADOR FROM ENVIRONMENT "ALIQIR_OPERADOR"

           IF WK-OPERADOR EQUAL SPACES
               DISPLAY "CODIGO DO OPERADOR: [8]" END-DISPLAY
               ACCEPT WK-OPERADOR END-ACCEPT
           END-IF

           OPEN EXTEND ALQAUD

           IF WK-FS-AUD EQUAL 35
               OPEN OUTPUT ALQAUD
           END-IF

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ALQAUD" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0160-END. EXIT.

      *    INCLUSAO INTERATIVA DE UMA VIGENCIA
       0300-PROCESS SECTION.
           INITIALIZE WK-REG-ALIQIR
           PERFORM 0305-CAPTURAR-VIGENCIA THRU 0305-END

           IF WK-CHAVE-OK NOT = "S"
               DISPLAY "ALIQUOTA NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0300-PERGUNTAR
           END-IF

           PERFORM 0310-LOCALIZAR-ALIQUOTA THRU 0310-END
           IF WK-REG-FOUND = "S"
               DISPLAY "VIGENCIA JA CADASTRADA - USE O MODO M PARA"
               DISPLAY "ALTERAR. ALIQUOTA NAO GRAVADA."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0300-PERGUNTAR
           END-IF

           PERFORM 0307-CAPTURAR-DADOS THRU 0307-END

           IF WK-DADOS-OK NOT = "S"
               DISPLAY "ALIQUOTA NAO GRAVADA."
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

      *    PERGUNTAR E CRITICAR A VIGENCIA (AAAAMMDD). SO VIGENCIA
      *    FUTURA PODE SER MEXIDA, SALVO NA PRIMEIRA CARGA DA TABELA
       0305-CAPTURAR-VIGENCIA SECTION.
           MOVE "N" TO WK-CHAVE-OK

           DISPLAY "DATA DE VIGENCIA (AAAAMMDD): [8]"
           MOVE SPACES TO WK-DATA-ENT
           ACCEPT WK-DATA-ENT END-ACCEPT

           EVALUATE TRUE
               WHEN WK-DATA-ENT NOT NUMERIC
                   DISPLAY "VIGENCIA DEVE SER AAAAMMDD"
                   GO TO 0305-END
               WHEN WK-DE-MM < 1 OR WK-DE-MM > 12
                   DISPLAY "MES INVALIDO NA VIGENCIA"
                   GO TO 0305-END
               WHEN WK-DE-DD < 1 OR WK-DE-DD > 31
                   DISPLAY "DIA INVALIDO NA VIGENCIA"
                   GO TO 0305-END
           END-EVALUATE

           MOVE WK-DATA-VAL TO WK-AL-VIGENCIA

           IF WK-AL-VIGENCIA <= WK-HOJE
               PERFORM 0338-CONFERIR-VAZIA THRU 0338-END
               IF WK-TABELA-VAZIA NOT = "S"
                   DISPLAY "VIGENCIA " WK-AL-VIGENCIA " JA EM VIGOR"
                           " OU PASSADA - SO VIGENCIA FUTURA PODE"
                   DISPLAY "SER INCLUIDA, ALTERADA OU EXCLUIDA"
                   GO TO 0305-END
               END-IF
           END-IF

           MOVE "S" TO WK-CHAVE-OK
           .
       0305-END. EXIT.

      *    PERGUNTAS DOS DADOS DA VIGENCIA, COMPARTILHADAS ENTRE A
      *    INCLUSAO (0300) E A ALTERACAO (0410)
       0307-CAPTURAR-DADOS SECTION.
           DISPLAY "ALIQUOTA POR CENTO: EXEMPLO 22,5% FICA 2250 [4]"
           ACCEPT WK-AL-ALIQUOTA-A END-ACCEPT

           DISPLAY "BASE LEGAL / DESCRICAO: [30]"
           ACCEPT WK-AL-DESCRICAO END-ACCEPT

           PERFORM 0320-CRITICAR-DADOS THRU 0320-END
           .
       0307-END. EXIT.

      *    LOCALIZAR A VIGENCIA JA CRITICADA
       0310-LOCALIZAR-ALIQUOTA SECTION.
           MOVE "N"    TO WK-REG-FOUND
           MOVE SPACES TO WK-REG-ANTES

           MOVE WK-AL-VIGENCIA TO AL-VIGENCIA

           READ ALIQIR
               INVALID KEY
                   MOVE "N" TO WK-REG-FOUND
               NOT INVALID KEY
                   MOVE "S" TO WK-REG-FOUND
                   MOVE REG-ALIQIR TO WK-REG-ANTES
           END-READ

      *    ERRO DE E/S NAO E "REGISTRO NAO ENCONTRADO": TRATAR COMO
      *    INEXISTENTE PODERIA LEVAR A DUPLICIDADE
           IF WK-FS-AL NOT EQUAL ZEROS AND
               WK-FS-AL NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO ALIQIR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0310-END. EXIT.

      *    ALIQUOTA NUMERICA DE 0,00 A 99,99 (ZERO E ACEITO - SUSPENDE
      *    A RETENCAO A PARTIR DA VIGENCIA - MAS SOA O AVISO) E A BASE
      *    LEGAL PREENCHIDA
       0320-CRITICAR-DADOS SECTION.
           MOVE "N" TO WK-DADOS-OK

           IF WK-AL-ALIQUOTA-A NOT NUMERIC
               DISPLAY "ALIQUOTA DEVE TER 4 DIGITOS"
               GO TO 0320-END
           END-IF

           IF WK-AL-DESCRICAO = SPACES
               DISPLAY "BASE LEGAL / DESCRICAO EM BRANCO"
               GO TO 0320-END
           END-IF

           IF WK-AL-ALIQUOTA = ZEROS
               DISPLAY "AVISO: ALIQUOTA ZERO - NENHUM IMPOSTO SERA "
                       "RETIDO A PARTIR DE " WK-AL-VIGENCIA
           END-IF

           MOVE WK-OPERADOR TO WK-AL-OPERADOR
           MOVE "S" TO WK-DADOS-OK
           .
       0320-END. EXIT.

      *    GRAVAR A VIGENCIA NOVA, COM A DATA DO DIA COMO CADASTRO E
      *    ULTIMA ALTERACAO
       0330-GRAVAR-REGISTRO SECTION.
           MOVE WK-HOJE TO WK-AL-DT-CADASTRO
           MOVE WK-HOJE TO WK-AL-DT-ALTERACAO

           WRITE REG-ALIQIR FROM WK-REG-ALIQIR
               INVALID KEY
                   DISPLAY "VIGENCIA JA CADASTRADA - USE O MODO M PARA"
                   DISPLAY "ALTERAR. ALIQUOTA NAO GRAVADA."
                   ADD 1 TO WK-TOT-REJEITADAS
               NOT INVALID KEY
                   MOVE "I"           TO WK-AUD-ACAO
                   MOVE SPACES        TO WK-AUD-ANTES
                   MOVE WK-REG-ALIQIR TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   PERFORM 0640-EXIBIR-ALIQUOTA THRU 0640-END
           END-WRITE

           IF WK-FS-AL NOT EQUAL ZEROS AND
               WK-FS-AL NOT EQUAL 22
               MOVE "ERRO NO WRITE DO ALIQIR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0330-END. EXIT.

      *    TABELA SEM NENHUMA VIGENCIA: A PRIMEIRA CARGA PODE USAR
      *    DATA PASSADA, PARA COBRIR O REPROCESSAMENTO DE DATAS JA
      *    CALCULADAS
       0338-CONFERIR-VAZIA SECTION.
           MOVE "S"   TO WK-TABELA-VAZIA
           MOVE ZEROS TO AL-VIGENCIA
           START ALIQIR KEY NOT < AL-VIGENCIA
               INVALID KEY
                   GO TO 0338-END
           END-START

           IF WK-FS-AL NOT EQUAL ZEROS
               MOVE "ERRO NO START DO ALIQIR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WK-TABELA-VAZIA
           .
       0338-END. EXIT.

      *    MANUTENCAO: ALTERAR OU EXCLUIR UMA VIGENCIA FUTURA. A
      *    TABELA E LISTADA PARA O OPERADOR ESCOLHER A DATA
       0400-MANUTENCAO SECTION.
           INITIALIZE WK-REG-ALIQIR
           PERFORM 0610-LISTAR-TABELA THRU 0610-END

           IF WK-HITS = ZEROS
               MOVE "S" TO WK-FIM
               GO TO 0400-END
           END-IF

           PERFORM 0305-CAPTURAR-VIGENCIA THRU 0305-END
           IF WK-CHAVE-OK NOT = "S"
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0400-PERGUNTAR
           END-IF

           PERFORM 0310-LOCALIZAR-ALIQUOTA THRU 0310-END

           IF WK-REG-FOUND = "N"
               DISPLAY "VIGENCIA NAO ENCONTRADA"
               GO TO 0400-PERGUNTAR
           END-IF

           MOVE WK-REG-ANTES TO WK-REG-ALIQIR
           PERFORM 0640-EXIBIR-ALIQUOTA THRU 0640-END

           DISPLAY "A=ALTERAR E=EXCLUIR: " END-DISPLAY
           ACCEPT WK-OPCAO-MANUT END-ACCEPT

           EVALUATE WK-OPCAO-MANUT
               WHEN "A" WHEN "a"
                   PERFORM 0410-ALTERAR-ALIQUOTA THRU 0410-END
               WHEN "E" WHEN "e"
                   PERFORM 0430-EXCLUIR-ALIQUOTA THRU 0430-END
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           .
       0400-PERGUNTAR.
           DISPLAY "DESEJA ENCERRAR A MANUTENCAO (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0400-END. EXIT.

      *    REGRAVAR ALIQUOTA E BASE LEGAL SOBRE O REGISTRO LIDO PELO
      *    0310, COM A DATA DA ALTERACAO
       0410-ALTERAR-ALIQUOTA SECTION.
           PERFORM 0307-CAPTURAR-DADOS THRU 0307-END

           IF WK-DADOS-OK NOT = "S"
               MOVE WK-REG-ANTES TO WK-REG-ALIQIR
               DISPLAY "ALIQUOTA NAO ALTERADA"
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0410-END
           END-IF

           MOVE WK-HOJE TO WK-AL-DT-ALTERACAO
           MOVE WK-AL-VIGENCIA TO AL-VIGENCIA

           REWRITE REG-ALIQIR FROM WK-REG-ALIQIR
               INVALID KEY
                   DISPLAY "VIGENCIA NAO ENCONTRADA PARA ALTERACAO"
               NOT INVALID KEY
                   MOVE "A"           TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES  TO WK-AUD-ANTES
                   MOVE WK-REG-ALIQIR TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   PERFORM 0640-EXIBIR-ALIQUOTA THRU 0640-END
           END-REWRITE

           IF WK-FS-AL NOT EQUAL ZEROS AND
               WK-FS-AL NOT EQUAL 23
               MOVE "ERRO NO REWRITE DO ALIQIR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0410-END. EXIT.

       0430-EXCLUIR-ALIQUOTA SECTION.
           MOVE WK-AL-VIGENCIA TO AL-VIGENCIA

           DELETE ALIQIR RECORD
               INVALID KEY
                   DISPLAY "VIGENCIA NAO ENCONTRADA PARA EXCLUSAO"
               NOT INVALID KEY
                   MOVE "E"          TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES TO WK-AUD-ANTES
                   MOVE SPACES       TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   DISPLAY "VIGENCIA EXCLUIDA"
           END-DELETE

           IF WK-FS-AL NOT EQUAL ZEROS AND
               WK-FS-AL NOT EQUAL 23
               MOVE "ERRO NO DELETE DO ALIQIR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0430-END. EXIT.

       0500-FINISH SECTION.
           CLOSE ALIQIR

           IF WK-FS-AL NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO ALIQIR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF

      *    O CLOSE DESCARREGA O QUE RESTA DO BUFFER DO DIARIO - FALHA
      *    AQUI SIGNIFICA LINHA DE AUDITORIA PERDIDA E PRECISA SOAR
           IF WK-MODO NOT = "C"
               CLOSE ALQAUD

               IF WK-FS-AUD NOT EQUAL ZEROS
                   MOVE "ERRO NO CLOSE DO ALQAUD" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
               END-IF
           END-IF
           .
       0500-END. EXIT.

      *    CONSULTA (MODO C): A TABELA INTEIRA EM ORDEM DE VIGENCIA,
      *    COM A VIGENCIA EM VIGOR HOJE APONTADA NO FIM
       0600-CONSULTA SECTION.
           PERFORM 0610-LISTAR-TABELA THRU 0610-END

           IF WK-VIG-HOJE = ZEROS
               DISPLAY "NENHUMA VIGENCIA EM VIGOR EM " WK-HOJE
           ELSE
               DISPLAY "VIGENCIA EM VIGOR EM " WK-HOJE ": "
                       WK-VIG-HOJE
           END-IF
           .
       0600-END. EXIT.

       0610-LISTAR-TABELA SECTION.
           MOVE ZEROS  TO WK-HITS
           MOVE ZEROS  TO WK-VIG-HOJE
           MOVE SPACES TO WK-FIM-CONS

           MOVE ZEROS TO AL-VIGENCIA
           START ALIQIR KEY NOT < AL-VIGENCIA
               INVALID KEY
                   MOVE "S" TO WK-FIM-CONS
           END-START

           PERFORM 0615-VARRER-TABELA THRU 0615-END
                        UNTIL WK-FIM-CONS = "S"

           IF WK-HITS = ZEROS
               DISPLAY "TABELA DE ALIQUOTAS VAZIA"
           END-IF
           .
       0610-END. EXIT.

       0615-VARRER-TABELA SECTION.
           READ ALIQIR NEXT RECORD INTO WK-REG-ALIQIR
               AT END
                   MOVE "S" TO WK-FIM-CONS
               NOT AT END
                   ADD 1 TO WK-HITS
                   IF WK-AL-VIGENCIA <= WK-HOJE
                       MOVE WK-AL-VIGENCIA TO WK-VIG-HOJE
                   END-IF
                   PERFORM 0640-EXIBIR-ALIQUOTA THRU 0640-END
           END-READ

           IF WK-FS-AL NOT EQUAL ZEROS AND
               WK-FS-AL NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ALIQIR" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-FIM-CONS
           END-IF
           .
       0615-END. EXIT.

       0640-EXIBIR-ALIQUOTA SECTION.
           MOVE WK-AL-ALIQUOTA TO WK-ALIQ-FMT

           DISPLAY "---------------------------------------------"
           DISPLAY "VIGENCIA " WK-AL-VIGENCIA
                   "  ALIQUOTA " WK-ALIQ-FMT "%"
           DISPLAY "  " WK-AL-DESCRICAO
           DISPLAY "  OPERADOR " WK-AL-OPERADOR
                   "  CADASTRO " WK-AL-DT-CADASTRO
                   "  ULTIMA ALTERACAO " WK-AL-DT-ALTERACAO
           .
       0640-END. EXIT.

      *    GRAVAR UMA LINHA NO DIARIO DE AUDITORIA DE ALIQUOTAS. O
      *    CHAMADOR DEIXA PRONTOS WK-AUD-ACAO E AS IMAGENS; DATA,
      *    HORA, OPERADOR E MODO SAO CARIMBADOS AQUI. FALHA NO DIARIO
      *    E FATAL: ALIQUOTA SEM RASTRO E RETENCAO SEM EXPLICACAO
       0650-GRAVAR-AUDITORIA SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA
           MOVE WK-AGORA (1:8)  TO WK-AUD-DATA
           MOVE WK-AGORA (9:6)  TO WK-AUD-HORA
           MOVE WK-OPERADOR     TO WK-AUD-OPERADOR
           MOVE WK-MODO         TO WK-AUD-MODO

           WRITE REG-ALQAUD FROM WK-REG-ALQAUD

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NO WRITE DO ALQAUD" TO WK-MSG
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
           DISPLAY "FILE STATUS ALIQIR : " WK-FS-AL
           DISPLAY "FILE STATUS ALQAUD : " WK-FS-AUD
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

       END PROGRAM PGMS0810.
