      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Controlador da esteira noturna. Le a tabela de passos
      *          ESTEIRA.DAT (programa, predecessores, retorno maximo
      *          aceito e se o passo pode rodar mais de uma vez na
      *          mesma data de negocio) e executa os passos na ordem
      *          da tabela. Antes de cada passo confere que os
      *          predecessores concluiram na data e, para passo de uma
      *          vez por dia, procura no RUNLOG.DAT uma execucao da
      *          mesma data feita fora da esteira. O RUNLOG nao tem
      *          data de negocio: vale a execucao iniciada do comeco
      *          do dia da data de negocio ate o inicio desta esteira
      *          (a esteira que roda depois da meia-noite tambem ve a
      *          execucao manual da madrugada), menos as que o
      *          ESTHIST atribui a passo de outra data de negocio (a
      *          esteira da vespera que passou da meia-noite nao conta
      *          como execucao do dia). Depois do passo o
      *          retorno vale o que o proprio programa gravou no
      *          RUNLOG. Passo acima do retorno maximo interrompe a
      *          esteira. Cada passo concluido ou falho e gravado no
      *          historico ESTHIST.DAT por data de negocio: a
      *          reexecucao pula o que ja concluiu e retoma no passo
      *          que falhou, e passo de uma vez por dia nunca e
      *          repetido na mesma data. O resumo da esteira (passos
      *          executados, pulados, falhos e tempo decorrido) sai em
      *          RELESTE.DAT para o checkout da manha.
      *          Parametros (ambiente): ESTEIRA_DATA = data de negocio
      *          AAAAMMDD (padrao: data corrente), repassada como
      *          PGMP0803_DATA e PGMP0805_DATA; ESTEIRA_REINICIO =
      *          programa a partir do qual a esteira e reexecutada
      *          mesmo ja concluida (menos os passos de uma vez por
      *          dia). A esteira nunca roda simulacao nem estorno:
      *          PGMP0803_SIMULA e PGMS0802_ESTORNO vao como N.
      *          Retorno 0 esteira completa, 4 completa com aviso
      *          (passo com retorno acima de zero, execucao fora da
      *          esteira ou repeticao recusada), 8 esteira
      *          interrompida ou tabela invalida, 12 erro de arquivo.
      * Tectonics: cobc
      * Obeservation: ES significa ESTEIRA (TABELA DE PASSOS), EH
      *               significa ESTHIST (HISTORICO), RL significa
      *               RUNLOG, PS significa PASSO, TS significa
      *               TIMESTAMP (AAAAMMDDHHMMSS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMP0812.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    TABELA DE PASSOS, MANTIDA PELA OPERACAO NUM EDITOR: UMA
      *    LINHA POR PASSO, LINHA COM "*" NA PRIMEIRA COLUNA E
      *    COMENTARIO
           SELECT ESTEIRA ASSIGN TO "ESTEIRA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-ES.

      *    HISTORICO DOS PASSOS POR DATA DE NEGOCIO: SO CRESCE
           SELECT ESTHIST ASSIGN TO "ESTHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-EH.

           SELECT RELESTE ASSIGN TO "RELESTE.DAT"
                  FILE STATUS IS WK-FS-REL.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-RL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

       FD  ESTEIRA.

       01  REG-ESTEIRA                 PIC X(100).

       FD  ESTHIST.

       01  REG-ESTHIST                 PIC X(80).

       FD  RELESTE.

       01  REG-RELESTE                 PIC X(80).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-ES                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-EH                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-REL                   PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-J                        PIC 9(03) VALUE ZEROS.
       77  WK-K                        PIC 9(03) VALUE ZEROS.
       77  WK-P                        PIC 9(01) VALUE ZEROS.
       77  WK-ACHOU                    PIC X(01) VALUE SPACES.
       77  WK-PARAR                    PIC X(01) VALUE SPACES.
       77  WK-AVISO                    PIC X(01) VALUE SPACES.
       77  WK-TOT-LINHAS               PIC 9(04) VALUE ZEROS.
       77  WK-TOT-ERROS-TAB            PIC 9(04) VALUE ZEROS.
       77  WK-TOT-EXECUTADOS           PIC 9(04) VALUE ZEROS.
       77  WK-TOT-PULADOS              PIC 9(04) VALUE ZEROS.
       77  WK-TOT-FALHOS               PIC 9(04) VALUE ZEROS.
       77  WK-TOT-NAO-EXEC             PIC 9(04) VALUE ZEROS.
       77  WK-TOT-HIST                 PIC 9(06) VALUE ZEROS.
       77  WK-PS-PARADA                PIC 9(02) VALUE ZEROS.

       01  WK-CURRENT-DATE.
           05 WK-CD-AAAA               PIC 9(04) VALUE ZEROS.
           05 WK-CD-MM                 PIC 9(02) VALUE ZEROS.
           05 WK-CD-DD                 PIC 9(02) VALUE ZEROS.

       01  WK-DATA.
           05 WK-DATA1-DD              PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE '/'.
           05 WK-DATA1-MM              PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE '/'.
           05 WK-DATA1-AAAA            PIC 9(04) VALUE ZEROS.

      *    DATA DE NEGOCIO DA ESTEIRA E O PONTO DE REINICIO FORCADO
       01  WK-PARM-DATA                PIC X(08) VALUE SPACES.
       01  WK-DATA-NEG                 PIC 9(08) VALUE ZEROS.
       01  WK-PARM-REINICIO            PIC X(08) VALUE SPACES.
       77  WK-PS-REINICIO              PIC 9(02) VALUE ZEROS.

      *    LINHA DA TABELA DE PASSOS: ORDEM, PROGRAMA, ATE 4
      *    PREDECESSORES (PROGRAMAS QUE PRECISAM TER CONCLUIDO NA
      *    DATA), RETORNO MAXIMO ACEITO, UNICA (S = UMA VEZ POR DATA DE
      *    NEGOCIO, N = PODE REPETIR), VARIAVEL DE REINICIO DO PROPRIO
      *    PROGRAMA (RECEBE S QUANDO O PASSO E RETOMADO DEPOIS DE UMA
      *    FALHA NA MESMA DATA, N NOS DEMAIS CASOS - EX.
      *    PGMP0801_REINICIO) E O COMANDO (EM BRANCO = ./PROGRAMA)
       01  WK-REG-ESTEIRA.
           05 WK-ES-ORDEM-A            PIC X(02) VALUE SPACES.
           05 WK-ES-ORDEM REDEFINES WK-ES-ORDEM-A PIC 9(02).
           05 WK-ES-PROGRAMA           PIC X(08) VALUE SPACES.
           05 WK-ES-PREDECESSOR        PIC X(08) OCCURS 4 TIMES.
           05 WK-ES-RC-MAX-A           PIC X(02) VALUE SPACES.
           05 WK-ES-RC-MAX REDEFINES WK-ES-RC-MAX-A PIC 9(02).
           05 WK-ES-UNICA              PIC X(01) VALUE SPACES.
           05 WK-ES-VAR-REINICIO       PIC X(20) VALUE SPACES.
           05 WK-ES-COMANDO            PIC X(35) VALUE SPACES.

      *    HISTORICO: DATA DE NEGOCIO, PROGRAMA, SITUACAO (C =
      *    CONCLUIDO, F = FALHOU), ORIGEM (E = EXECUTADO PELA ESTEIRA,
      *    L = EXECUCAO DA MESMA DATA ACHADA NO RUNLOG), RETORNO,
      *    INICIO E FIM
       01  WK-REG-ESTHIST.
           05 WK-EH-DATA-NEG           PIC 9(08) VALUE ZEROS.
           05 WK-EH-PROGRAMA           PIC X(08) VALUE SPACES.
           05 WK-EH-SITUACAO           PIC X(01) VALUE SPACES.
           05 WK-EH-ORIGEM             PIC X(01) VALUE SPACES.
           05 WK-EH-RC                 PIC 9(02) VALUE ZEROS.
           05 WK-EH-INICIO             PIC 9(14) VALUE ZEROS.
           05 WK-EH-FIM                PIC 9(14) VALUE ZEROS.
           05 FILLER                   PIC X(32) VALUE SPACES.

      *    PASSOS DA TABELA COM O ESTADO NA DATA DE NEGOCIO
       01  WK-TAB-PS.
           05 WK-PS-ENTRY OCCURS 20 TIMES.
               10 WK-PS-ORDEM          PIC 9(02) VALUE ZEROS.
               10 WK-PS-PROGRAMA       PIC X(08) VALUE SPACES.
               10 WK-PS-PREDECESSOR    PIC X(08) OCCURS 4 TIMES.
               10 WK-PS-RC-MAX         PIC 9(02) VALUE ZEROS.
               10 WK-PS-UNICA          PIC X(01) VALUE SPACES.
               10 WK-PS-VAR-REINICIO   PIC X(20) VALUE SPACES.
               10 WK-PS-COMANDO        PIC X(35) VALUE SPACES.
               10 WK-PS-HIST           PIC X(01) VALUE SPACES.
               10 WK-PS-CONCLUIDO      PIC X(01) VALUE SPACES.
               10 WK-PS-SITUACAO       PIC X(20) VALUE SPACES.
               10 WK-PS-TEM-RC         PIC X(01) VALUE SPACES.
               10 WK-PS-RC             PIC 9(02) VALUE ZEROS.
               10 WK-PS-INICIO         PIC 9(14) VALUE ZEROS.
               10 WK-PS-FIM            PIC 9(14) VALUE ZEROS.
       77  WK-PS-CNT                   PIC 9(02) VALUE ZEROS.
       77  WK-PS-IDX                   PIC 9(02) VALUE ZEROS.

      *    REGISTRO DO LOG COMUM (MESMO LAYOUT GRAVADO POR TODOS OS
      *    PROGRAMAS DA ESTEIRA) NA LEITURA
       01  WK-REG-RL-LIDO.
           05 WK-RLL-PROGRAMA          PIC X(08) VALUE SPACES.
           05 WK-RLL-INICIO-A          PIC X(14) VALUE SPACES.
           05 WK-RLL-INICIO REDEFINES WK-RLL-INICIO-A PIC 9(14).
           05 WK-RLL-FIM-A             PIC X(14) VALUE SPACES.
           05 WK-RLL-FIM REDEFINES WK-RLL-FIM-A PIC 9(14).
           05 FILLER                   PIC X(18) VALUE SPACES.
           05 WK-RLL-RC-A              PIC X(02) VALUE SPACES.
           05 WK-RLL-RC REDEFINES WK-RLL-RC-A PIC 9(02).

      *    BUSCA NO RUNLOG: EXECUCOES DO PROGRAMA INICIADAS ENTRE OS
      *    DOIS LIMITES. DEVOLVE A ULTIMA E A ULTIMA DENTRO DO RETORNO
      *    MAXIMO DO PASSO
       01  WK-RB-DE                    PIC 9(14) VALUE ZEROS.
       01  WK-RB-ATE                   PIC 9(14) VALUE ZEROS.
       77  WK-RB-ACHOU                 PIC X(01) VALUE SPACES.
       77  WK-RB-RC                    PIC 9(02) VALUE ZEROS.
       01  WK-RB-INICIO                PIC 9(14) VALUE ZEROS.
       01  WK-RB-FIM                   PIC 9(14) VALUE ZEROS.
       77  WK-RB-OK-ACHOU              PIC X(01) VALUE SPACES.
       77  WK-RB-OUTRA                 PIC X(01) VALUE SPACES.
       77  WK-RB-OK-RC                 PIC 9(02) VALUE ZEROS.
       01  WK-RB-OK-INICIO             PIC 9(14) VALUE ZEROS.
       01  WK-RB-OK-FIM                PIC 9(14) VALUE ZEROS.

      *    JANELA DA BUSCA DE EXECUCAO FORA DA ESTEIRA: DO COMECO DO
      *    DIA DA DATA DE NEGOCIO ATE O FIM DELE OU, SE A ESTEIRA
      *    COMECOU DEPOIS DISSO, ATE O INICIO DA ESTEIRA
       01  WK-RB-DIA-DE                PIC 9(14) VALUE ZEROS.
       01  WK-RB-DIA-ATE               PIC 9(14) VALUE ZEROS.

      *    PASSOS DO ESTHIST DE OUTRAS DATAS DE NEGOCIO QUE RODARAM
      *    DENTRO DA JANELA: A LINHA DO RUNLOG DO MESMO PROGRAMA
      *    INICIADA ENTRE O INICIO E O FIM DE UM DELES E DAQUELA DATA
       01  WK-TAB-OD.
           05 WK-OD-ENTRY OCCURS 200 TIMES.
               10 WK-OD-PROGRAMA       PIC X(08) VALUE SPACES.
               10 WK-OD-DATA-NEG       PIC 9(08) VALUE ZEROS.
               10 WK-OD-INICIO         PIC 9(14) VALUE ZEROS.
               10 WK-OD-FIM            PIC 9(14) VALUE ZEROS.
       77  WK-OD-CNT                   PIC 9(03) VALUE ZEROS.
       77  WK-OD-IDX                   PIC 9(03) VALUE ZEROS.

      *    EXECUCAO DO PASSO
       01  WK-COMANDO                  PIC X(80) VALUE SPACES.
       01  WK-STATUS-SO                PIC S9(09) VALUE ZEROS.
       01  WK-RC-SO                    PIC 9(09) VALUE ZEROS.
       01  WK-TS-AGORA                 PIC 9(14) VALUE ZEROS.
       01  WK-TS-ESTEIRA-INI           PIC 9(14) VALUE ZEROS.
       01  WK-TS-ESTEIRA-FIM           PIC 9(14) VALUE ZEROS.

      *    TEMPO DECORRIDO ENTRE DOIS TIMESTAMPS, EM SEGUNDOS E
      *    FORMATADO HH:MM:SS
       01  WK-TS-1.
           05 WK-TS1-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-TS1-HH                PIC 9(02) VALUE ZEROS.
           05 WK-TS1-MI                PIC 9(02) VALUE ZEROS.
           05 WK-TS1-SS                PIC 9(02) VALUE ZEROS.
       01  WK-TS-1-N REDEFINES WK-TS-1 PIC 9(14).
       01  WK-TS-2.
           05 WK-TS2-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-TS2-HH                PIC 9(02) VALUE ZEROS.
           05 WK-TS2-MI                PIC 9(02) VALUE ZEROS.
           05 WK-TS2-SS                PIC 9(02) VALUE ZEROS.
       01  WK-TS-2-N REDEFINES WK-TS-2 PIC 9(14).
       01  WK-SEGUNDOS                 PIC S9(09) VALUE ZEROS.
       01  WK-RESTO                    PIC 9(09) VALUE ZEROS.
       01  WK-DECORRIDO.
           05 WK-DEC-HH                PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE ':'.
           05 WK-DEC-MI                PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE ':'.
           05 WK-DEC-SS                PIC 9(02) VALUE ZEROS.
       01  WK-HORA-FMT.
           05 WK-HF-HH                 PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE ':'.
           05 WK-HF-MI                 PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE ':'.
           05 WK-HF-SS                 PIC 9(02) VALUE ZEROS.

      *    LINHAS DO RELATORIO
       01  WK-EST1.
           05 FILLER                   PIC X(36) VALUE
           'MONTEDATA PROCESSADORA DE DADOS LTDA'.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PGMP0812'.

       01  WK-EST2.
           05 FILLER                   PIC X(34) VALUE
           'DEPARTAMENTO DE ANALISE DE SUPORTE'.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 EST2-DATA                PIC X(10) VALUE SPACES.

       01  WK-EST3.
           05 FILLER                   PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(44) VALUE
           'RESUMO DA ESTEIRA NOTURNA - DATA DE NEGOCIO '.
           05 EST3-DD                  PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 EST3-MM                  PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 EST3-AAAA                PIC 9(04) VALUE ZEROS.

       01  WK-EST4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST4-TEXTO               PIC X(70) VALUE SPACES.

       01  WK-EST5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE 'OR '.
           05 FILLER                   PIC X(09) VALUE 'PROGRAMA '.
           05 FILLER                   PIC X(21) VALUE 'SITUACAO'.
           05 FILLER                   PIC X(03) VALUE 'RC '.
           05 FILLER                   PIC X(03) VALUE 'MX '.
           05 FILLER                   PIC X(09) VALUE 'INICIO   '.
           05 FILLER                   PIC X(09) VALUE 'FIM      '.
           05 FILLER                   PIC X(09) VALUE 'DECORRIDO'.

       01  WK-EST6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST6-ORDEM               PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST6-PROGRAMA            PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST6-SITUACAO            PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST6-RC                  PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST6-RC-MAX              PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST6-INICIO              PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST6-FIM                 PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST6-DECORRIDO           PIC X(08) VALUE SPACES.

       01  WK-EST7.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST7-LABEL               PIC X(30) VALUE SPACES.
           05 EST7-QTD                 PIC ZZZ9.

       01  WK-EST8.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
           'TEMPO DECORRIDO DA ESTEIRA'.
           05 EST8-DECORRIDO           PIC X(08) VALUE SPACES.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMP0812".
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
       0000-INITIAL.
           PERFORM 1000-INICIALIZAR THRU END-1000

      *    TABELA COM ERRO NAO RODA PASSO NENHUM: UMA ESTEIRA PELA
      *    METADE E PIOR QUE ESTEIRA NENHUMA
           IF WK-TOT-ERROS-TAB > ZEROS
               DISPLAY "TABELA DA ESTEIRA INVALIDA - NENHUM PASSO "
                       "EXECUTADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 8000-GRAVAR-RUNLOG THRU END-8000
               STOP RUN
           END-IF

           PERFORM 2000-EXECUTAR-PASSO THRU END-2000
                   VARYING WK-PS-IDX FROM 1 BY 1
                   UNTIL WK-PS-IDX > WK-PS-CNT OR WK-PARAR = "S"

           PERFORM 3000-IMPRIMIR-RESUMO THRU END-3000
           PERFORM 3500-FECHAR THRU END-3500

           IF WK-PARAR = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-AVISO = "S"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 8000-GRAVAR-RUNLOG THRU END-8000

           STOP RUN.

       1000-INICIALIZAR SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-RL-AGORA
           MOVE WK-RL-AGORA (1:8) TO WK-RL-DATA-INI
           MOVE WK-RL-AGORA (9:6) TO WK-RL-HORA-INI
           MOVE WK-RL-AGORA       TO WK-TS-ESTEIRA-INI

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CURRENT-DATE
           MOVE WK-CD-AAAA TO WK-DATA1-AAAA
           MOVE WK-CD-MM   TO WK-DATA1-MM
           MOVE WK-CD-DD   TO WK-DATA1-DD

      *    DATA DE NEGOCIO (PARM DE JCL/AMBIENTE, COMO PGMP0805_DATA):
      *    COM LIXO OU EM BRANCO VALE A DATA CORRENTE
           ACCEPT WK-PARM-DATA FROM ENVIRONMENT "ESTEIRA_DATA"

           IF WK-PARM-DATA NUMERIC AND
              WK-PARM-DATA (5:2) >= "01" AND WK-PARM-DATA (5:2) <= "12"
              AND
              WK-PARM-DATA (7:2) >= "01" AND WK-PARM-DATA (7:2) <= "31"
               MOVE WK-PARM-DATA TO WK-DATA-NEG
           ELSE
               IF WK-PARM-DATA NOT = SPACES
                   DISPLAY "ESTEIRA_DATA INVALIDA (" WK-PARM-DATA
                           ") - USANDO A DATA CORRENTE"
               END-IF
               MOVE WK-CURRENT-DATE TO WK-DATA-NEG
           END-IF

           ACCEPT WK-PARM-REINICIO FROM ENVIRONMENT "ESTEIRA_REINICIO"
           INSPECT WK-PARM-REINICIO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           DISPLAY "ESTEIRA NOTURNA - DATA DE NEGOCIO: " WK-DATA-NEG

           PERFORM 1100-CARREGAR-ESTEIRA THRU END-1100

           IF WK-PS-CNT = ZEROS AND WK-TOT-ERROS-TAB = ZEROS
               DISPLAY "ESTEIRA.DAT SEM NENHUM PASSO"
               ADD 1 TO WK-TOT-ERROS-TAB
           END-IF

           IF WK-PARM-REINICIO NOT = SPACES
               PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-PS-CNT
                   IF WK-PS-PROGRAMA (WK-J) = WK-PARM-REINICIO
                       MOVE WK-J TO WK-PS-REINICIO
                   END-IF
               END-PERFORM
               IF WK-PS-REINICIO = ZEROS
                   DISPLAY "ESTEIRA_REINICIO (" WK-PARM-REINICIO
                           ") NAO ESTA NA TABELA DA ESTEIRA"
                   ADD 1 TO WK-TOT-ERROS-TAB
               END-IF
           END-IF

           IF WK-TOT-ERROS-TAB > ZEROS
               GO TO END-1000
           END-IF

           COMPUTE WK-RB-DIA-DE  = WK-DATA-NEG * 1000000
           END-COMPUTE
           COMPUTE WK-RB-DIA-ATE = WK-DATA-NEG * 1000000 + 235959
           END-COMPUTE
           IF WK-TS-ESTEIRA-INI > WK-RB-DIA-ATE
               MOVE WK-TS-ESTEIRA-INI TO WK-RB-DIA-ATE
           END-IF

           PERFORM 1200-CARREGAR-HISTORICO THRU END-1200

           OPEN EXTEND ESTHIST

           IF WK-FS-EH EQUAL 35
               OPEN OUTPUT ESTHIST
           END-IF

           IF WK-FS-EH NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ESTHIST" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           OPEN OUTPUT RELESTE

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO RELESTE" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

      *    PARAMETROS REPASSADOS AOS PASSOS: A MESMA DATA DE NEGOCIO
      *    PARA A TARIFACAO E O LOTE CONTABIL, E NUNCA SIMULACAO OU
      *    ESTORNO DENTRO DA ESTEIRA
           DISPLAY "PGMP0803_DATA" UPON ENVIRONMENT-NAME
           DISPLAY WK-DATA-NEG     UPON ENVIRONMENT-VALUE
           DISPLAY "PGMP0805_DATA" UPON ENVIRONMENT-NAME
           DISPLAY WK-DATA-NEG     UPON ENVIRONMENT-VALUE
           DISPLAY "PGMP0803_SIMULA" UPON ENVIRONMENT-NAME
           DISPLAY "N"               UPON ENVIRONMENT-VALUE
           DISPLAY "PGMS0802_ESTORNO" UPON ENVIRONMENT-NAME
           DISPLAY "N"                UPON ENVIRONMENT-VALUE
           .
       END-1000. EXIT.

      *    CARGA E CONFERENCIA DA TABELA DE PASSOS. PREDECESSOR TEM
      *    DE SER PASSO ANTERIOR NA TABELA, O QUE TAMBEM IMPEDE CICLO
       1100-CARREGAR-ESTEIRA SECTION.
           OPEN INPUT ESTEIRA

           IF WK-FS-ES EQUAL 35
               DISPLAY "ESTEIRA.DAT NAO EXISTE"
               ADD 1 TO WK-TOT-ERROS-TAB
               GO TO END-1100
           END-IF

           IF WK-FS-ES NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ESTEIRA" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           MOVE SPACES TO WK-FIM

           PERFORM UNTIL WK-FIM = "S"
               READ ESTEIRA INTO WK-REG-ESTEIRA
                   AT END
                       MOVE "S" TO WK-FIM
                   NOT AT END
                       ADD 1 TO WK-TOT-LINHAS
                       IF WK-REG-ESTEIRA (1:1) NOT = "*" AND
                          WK-REG-ESTEIRA NOT = SPACES
                           PERFORM 1150-VALIDAR-PASSO THRU END-1150
                       END-IF
               END-READ
               IF WK-FS-ES NOT EQUAL ZEROS AND
                   WK-FS-ES NOT EQUAL 10
                   MOVE "ERRO NA LEITURA DO ESTEIRA" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-PERFORM

           CLOSE ESTEIRA
           .
       END-1100. EXIT.

       1150-VALIDAR-PASSO SECTION.
           MOVE SPACES TO WK-MSG

           EVALUATE TRUE
               WHEN WK-ES-ORDEM-A NOT NUMERIC
                   MOVE "ORDEM NAO NUMERICA" TO WK-MSG
               WHEN WK-PS-CNT > ZEROS AND
                    WK-ES-ORDEM NOT > WK-PS-ORDEM (WK-PS-CNT)
                   MOVE "ORDEM FORA DE SEQUENCIA" TO WK-MSG
               WHEN WK-ES-PROGRAMA = SPACES
                   MOVE "PROGRAMA EM BRANCO" TO WK-MSG
               WHEN WK-ES-RC-MAX-A NOT NUMERIC
                   MOVE "RETORNO MAXIMO NAO NUMERICO" TO WK-MSG
               WHEN WK-ES-UNICA NOT = "S" AND WK-ES-UNICA NOT = "N"
                   MOVE "UNICA POR DIA DIFERENTE DE S/N" TO WK-MSG
               WHEN WK-PS-CNT >= 20
                   MOVE "TABELA DE PASSOS CHEIA (20)" TO WK-MSG
           END-EVALUATE

           IF WK-MSG = SPACES
               PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-PS-CNT
                   IF WK-PS-PROGRAMA (WK-J) = WK-ES-PROGRAMA
                       MOVE "PROGRAMA REPETIDO NA TABELA" TO WK-MSG
                   END-IF
               END-PERFORM
           END-IF

           IF WK-MSG = SPACES
               PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 4
                   IF WK-ES-PREDECESSOR (WK-P) NOT = SPACES
                       MOVE "N" TO WK-ACHOU
                       PERFORM VARYING WK-J FROM 1 BY 1
                               UNTIL WK-J > WK-PS-CNT
                           IF WK-PS-PROGRAMA (WK-J) =
                              WK-ES-PREDECESSOR (WK-P)
                               MOVE "S" TO WK-ACHOU
                           END-IF
                       END-PERFORM
                       IF WK-ACHOU = "N"
                           MOVE "PREDECESSOR NAO E PASSO ANTERIOR"
                                TO WK-MSG
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WK-MSG NOT = SPACES
               ADD 1 TO WK-TOT-ERROS-TAB
               DISPLAY "ESTEIRA.DAT LINHA " WK-TOT-LINHAS ": " WK-MSG
               DISPLAY "  " WK-REG-ESTEIRA (1:60)
               MOVE SPACES TO WK-MSG
               GO TO END-1150
           END-IF

           ADD 1 TO WK-PS-CNT
           MOVE WK-ES-ORDEM        TO WK-PS-ORDEM (WK-PS-CNT)
           MOVE WK-ES-PROGRAMA     TO WK-PS-PROGRAMA (WK-PS-CNT)
           PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 4
               MOVE WK-ES-PREDECESSOR (WK-P)
                    TO WK-PS-PREDECESSOR (WK-PS-CNT, WK-P)
           END-PERFORM
           MOVE WK-ES-RC-MAX       TO WK-PS-RC-MAX (WK-PS-CNT)
           MOVE WK-ES-UNICA        TO WK-PS-UNICA (WK-PS-CNT)
           MOVE WK-ES-VAR-REINICIO TO WK-PS-VAR-REINICIO (WK-PS-CNT)
           MOVE WK-ES-COMANDO      TO WK-PS-COMANDO (WK-PS-CNT)
           .
       END-1150. EXIT.

      *    ESTADO DE CADA PASSO NA DATA DE NEGOCIO: VALE A ULTIMA
      *    LINHA DO HISTORICO (UM PASSO FALHO E DEPOIS RETOMADO COM
      *    SUCESSO TERMINA CONCLUIDO). PASSO DE OUTRA DATA QUE RODOU
      *    DENTRO DA JANELA DA BUSCA NO RUNLOG VAI PARA A TABELA OD
       1200-CARREGAR-HISTORICO SECTION.
           OPEN INPUT ESTHIST

           IF WK-FS-EH EQUAL 35
               GO TO END-1200
           END-IF

           IF WK-FS-EH NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ESTHIST" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           MOVE SPACES TO WK-FIM

           PERFORM UNTIL WK-FIM = "S"
               READ ESTHIST INTO WK-REG-ESTHIST
                   AT END
                       MOVE "S" TO WK-FIM
                   NOT AT END
                       IF WK-EH-DATA-NEG = WK-DATA-NEG
                           ADD 1 TO WK-TOT-HIST
                           PERFORM VARYING WK-J FROM 1 BY 1
                                   UNTIL WK-J > WK-PS-CNT
                               IF WK-PS-PROGRAMA (WK-J) =
                                  WK-EH-PROGRAMA
                                   MOVE WK-EH-SITUACAO
                                        TO WK-PS-HIST (WK-J)
                               END-IF
                           END-PERFORM
                       ELSE
                           IF WK-EH-FIM NOT < WK-RB-DIA-DE AND
                              WK-EH-INICIO NOT > WK-RB-DIA-ATE
                               PERFORM 1250-GUARDAR-OUTRA-DATA
                                  THRU END-1250
                           END-IF
                       END-IF
               END-READ
               IF WK-FS-EH NOT EQUAL ZEROS AND
                   WK-FS-EH NOT EQUAL 10
                   MOVE "ERRO NA LEITURA DO ESTHIST" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-PERFORM

           CLOSE ESTHIST

           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-PS-CNT
               IF WK-PS-HIST (WK-J) = "C"
                   MOVE "S" TO WK-PS-CONCLUIDO (WK-J)
               END-IF
           END-PERFORM
           .
       END-1200. EXIT.

      *    SO INTERESSA PROGRAMA QUE ESTA NA TABELA DE PASSOS
       1250-GUARDAR-OUTRA-DATA SECTION.
           MOVE "N" TO WK-ACHOU
           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-PS-CNT
               IF WK-PS-PROGRAMA (WK-J) = WK-EH-PROGRAMA
                   MOVE "S" TO WK-ACHOU
               END-IF
           END-PERFORM

           IF WK-ACHOU = "N"
               GO TO END-1250
           END-IF

           IF WK-OD-CNT >= 200
               DISPLAY "ESTHIST COM MAIS DE 200 PASSOS DE OUTRAS "
                       "DATAS NA JANELA " WK-RB-DIA-DE " A "
                       WK-RB-DIA-ATE
               MOVE "TABELA DE OUTRAS DATAS CHEIA" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           ADD 1 TO WK-OD-CNT
           MOVE WK-EH-PROGRAMA TO WK-OD-PROGRAMA (WK-OD-CNT)
           MOVE WK-EH-DATA-NEG TO WK-OD-DATA-NEG (WK-OD-CNT)
           MOVE WK-EH-INICIO   TO WK-OD-INICIO (WK-OD-CNT)
           MOVE WK-EH-FIM      TO WK-OD-FIM (WK-OD-CNT)
           .
       END-1250. EXIT.

      *    UM PASSO DA TABELA. SEM REINICIO FORCADO, O QUE JA
      *    CONCLUIU NA DATA E PULADO E A ESTEIRA RETOMA NO PRIMEIRO
      *    PASSO NAO CONCLUIDO. COM REINICIO FORCADO, OS PASSOS
      *    ANTERIORES AO PONTO PEDIDO NAO RODAM E, DALI EM DIANTE, SO
      *    O PASSO DE UMA VEZ POR DIA JA CONCLUIDO E RECUSADO
       2000-EXECUTAR-PASSO SECTION.
           IF WK-PS-REINICIO > ZEROS AND WK-PS-IDX < WK-PS-REINICIO
               MOVE "ANTERIOR AO REINICIO" TO WK-PS-SITUACAO (WK-PS-IDX)
               ADD 1 TO WK-TOT-PULADOS
               GO TO END-2000
           END-IF

           IF WK-PS-CONCLUIDO (WK-PS-IDX) = "S"
               IF WK-PS-REINICIO = ZEROS
                   MOVE "JA CONCLUIDO NA DATA"
                        TO WK-PS-SITUACAO (WK-PS-IDX)
                   ADD 1 TO WK-TOT-PULADOS
                   GO TO END-2000
               END-IF
               IF WK-PS-UNICA (WK-PS-IDX) = "S"
                   MOVE "RECUSADO 1 VEZ/DIA" TO WK-PS-SITUACAO
                        (WK-PS-IDX)
                   DISPLAY WK-PS-PROGRAMA (WK-PS-IDX)
                           " JA CONCLUIDO EM " WK-DATA-NEG
                           " - PASSO DE UMA VEZ POR DIA NAO REPETIDO"
                   MOVE "S" TO WK-AVISO
                   ADD 1 TO WK-TOT-PULADOS
                   GO TO END-2000
               END-IF
           END-IF

           PERFORM 2100-CONFERIR-PREDECESSORES THRU END-2100

           IF WK-PARAR = "S"
               GO TO END-2000
           END-IF

      *    PASSO DE UMA VEZ POR DIA RODADO A MAO NA MESMA DATA, FORA
      *    DA ESTEIRA: O RUNLOG E A PROVA. NAO REPETE - A EXECUCAO
      *    ACHADA ENTRA NO HISTORICO COMO CONCLUSAO DO PASSO. A LINHA
      *    QUE O ESTHIST ATRIBUI A OUTRA DATA E DESCARTADA NO 2200
           IF WK-PS-UNICA (WK-PS-IDX) = "S"
               MOVE WK-RB-DIA-DE  TO WK-RB-DE
               MOVE WK-RB-DIA-ATE TO WK-RB-ATE
               PERFORM 2200-PROCURAR-RUNLOG THRU END-2200
               IF WK-RB-OK-ACHOU = "S"
                   MOVE "EXECUTADO FORA"  TO WK-PS-SITUACAO (WK-PS-IDX)
                   MOVE "S"               TO WK-PS-TEM-RC (WK-PS-IDX)
                   MOVE WK-RB-OK-RC       TO WK-PS-RC (WK-PS-IDX)
                   MOVE WK-RB-OK-INICIO   TO WK-PS-INICIO (WK-PS-IDX)
                   MOVE WK-RB-OK-FIM      TO WK-PS-FIM (WK-PS-IDX)
                   MOVE "S"            TO WK-PS-CONCLUIDO (WK-PS-IDX)
                   DISPLAY WK-PS-PROGRAMA (WK-PS-IDX)
                           " JA EXECUTADO FORA DA ESTEIRA EM "
                           WK-DATA-NEG " (RC " WK-RB-OK-RC
                           ") - NAO REPETIDO"
                   MOVE "C" TO WK-EH-SITUACAO
                   MOVE "L" TO WK-EH-ORIGEM
                   PERFORM 2400-GRAVAR-HISTORICO THRU END-2400
                   MOVE "S" TO WK-AVISO
                   ADD 1 TO WK-TOT-PULADOS
                   GO TO END-2000
               END-IF
           END-IF

           PERFORM 2300-EXECUTAR-PROGRAMA THRU END-2300
           .
       END-2000. EXIT.

      *    TODO PREDECESSOR PRECISA TER CONCLUIDO NA DATA DE NEGOCIO,
      *    NESTA EXECUCAO OU EM UMA ANTERIOR
       2100-CONFERIR-PREDECESSORES SECTION.
           PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 4
               IF WK-PS-PREDECESSOR (WK-PS-IDX, WK-P) NOT = SPACES
                   PERFORM VARYING WK-J FROM 1 BY 1
                           UNTIL WK-J > WK-PS-CNT
                       IF WK-PS-PROGRAMA (WK-J) =
                          WK-PS-PREDECESSOR (WK-PS-IDX, WK-P) AND
                          WK-PS-CONCLUIDO (WK-J) NOT = "S" AND
                          WK-PARAR NOT = "S"
                           MOVE "BLOQUEADO PREDECESS."
                                TO WK-PS-SITUACAO (WK-PS-IDX)
                           DISPLAY WK-PS-PROGRAMA (WK-PS-IDX)
                                   " NAO EXECUTADO - PREDECESSOR "
                                   WK-PS-PROGRAMA (WK-J)
                                   " NAO CONCLUIDO EM " WK-DATA-NEG
                           MOVE "S"       TO WK-PARAR
                           MOVE WK-PS-IDX TO WK-PS-PARADA
                           ADD 1 TO WK-TOT-FALHOS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       END-2100. EXIT.

      *    PERCORRE O RUNLOG ATRAS DAS EXECUCOES DO PROGRAMA DO PASSO
      *    INICIADAS ENTRE WK-RB-DE E WK-RB-ATE. LINHA ILEGIVEL E
      *    IGNORADA (O PGMP0807 JA AS APONTA), ASSIM COMO A EXECUCAO
      *    FEITA POR PASSO DA ESTEIRA DE OUTRA DATA DE NEGOCIO
       2200-PROCURAR-RUNLOG SECTION.
           MOVE "N"   TO WK-RB-ACHOU
           MOVE "N"   TO WK-RB-OK-ACHOU
           MOVE ZEROS TO WK-RB-RC
           MOVE ZEROS TO WK-RB-INICIO
           MOVE ZEROS TO WK-RB-FIM

           OPEN INPUT RUNLOG

           IF WK-FS-RL EQUAL 35
               GO TO END-2200
           END-IF

           IF WK-FS-RL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO RUNLOG" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           MOVE SPACES TO WK-FIM

           PERFORM UNTIL WK-FIM = "S"
               READ RUNLOG INTO WK-REG-RL-LIDO
                   AT END
                       MOVE "S" TO WK-FIM
                   NOT AT END
                       IF WK-RLL-PROGRAMA = WK-PS-PROGRAMA (WK-PS-IDX)
                          AND WK-RLL-INICIO-A NUMERIC
                          AND WK-RLL-FIM-A NUMERIC
                          AND WK-RLL-RC-A NUMERIC
                          AND WK-RLL-INICIO NOT < WK-RB-DE
                          AND WK-RLL-INICIO NOT > WK-RB-ATE
                           PERFORM 2250-CONFERIR-OUTRA-DATA
                              THRU END-2250
                           IF WK-RB-OUTRA = "N"
                               PERFORM 2260-GUARDAR-ACHADO
                                  THRU END-2260
                           END-IF
                       END-IF
               END-READ
               IF WK-FS-RL NOT EQUAL ZEROS AND
                   WK-FS-RL NOT EQUAL 10
                   MOVE "ERRO NA LEITURA DO RUNLOG" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-PERFORM

           CLOSE RUNLOG
           .
       END-2200. EXIT.

      *    LINHA DO RUNLOG INICIADA DENTRO DE UM PASSO DO MESMO
      *    PROGRAMA QUE O ESTHIST REGISTROU PARA OUTRA DATA DE NEGOCIO
      *    PERTENCE AQUELA DATA (WK-RB-OUTRA = S)
       2250-CONFERIR-OUTRA-DATA SECTION.
           MOVE "N" TO WK-RB-OUTRA
           PERFORM VARYING WK-OD-IDX FROM 1 BY 1
                   UNTIL WK-OD-IDX > WK-OD-CNT OR WK-RB-OUTRA = "S"
               IF WK-OD-PROGRAMA (WK-OD-IDX) = WK-RLL-PROGRAMA AND
                  WK-RLL-INICIO NOT < WK-OD-INICIO (WK-OD-IDX) AND
                  WK-RLL-INICIO NOT > WK-OD-FIM (WK-OD-IDX)
                   MOVE "S" TO WK-RB-OUTRA
                   DISPLAY WK-RLL-PROGRAMA " INICIADO EM "
                           WK-RLL-INICIO " PERTENCE A DATA "
                           WK-OD-DATA-NEG (WK-OD-IDX)
                           " - IGNORADO"
               END-IF
           END-PERFORM
           .
       END-2250. EXIT.

      *    A ULTIMA EXECUCAO ACHADA E A ULTIMA DENTRO DO RETORNO
      *    MAXIMO DO PASSO
       2260-GUARDAR-ACHADO SECTION.
           MOVE "S"           TO WK-RB-ACHOU
           MOVE WK-RLL-RC     TO WK-RB-RC
           MOVE WK-RLL-INICIO TO WK-RB-INICIO
           MOVE WK-RLL-FIM    TO WK-RB-FIM
           IF WK-RLL-RC NOT > WK-PS-RC-MAX (WK-PS-IDX)
               MOVE "S"           TO WK-RB-OK-ACHOU
               MOVE WK-RLL-RC     TO WK-RB-OK-RC
               MOVE WK-RLL-INICIO TO WK-RB-OK-INICIO
               MOVE WK-RLL-FIM    TO WK-RB-OK-FIM
           END-IF
           .
       END-2260. EXIT.

      *    RODA O PROGRAMA DO PASSO E APURA O RETORNO. O RETORNO QUE
      *    VALE E O GRAVADO PELO PROPRIO PROGRAMA NO RUNLOG; SEM LINHA
      *    NOVA NO RUNLOG O PROGRAMA TERMINOU ANORMALMENTE (OS ERROS
      *    FATAIS PARAM ANTES DO LOG) E O PASSO FALHA COM NO MINIMO 12
       2300-EXECUTAR-PROGRAMA SECTION.
           IF WK-PS-VAR-REINICIO (WK-PS-IDX) NOT = SPACES
               DISPLAY WK-PS-VAR-REINICIO (WK-PS-IDX)
                       UPON ENVIRONMENT-NAME
               IF WK-PS-HIST (WK-PS-IDX) = "F"
                   DISPLAY "S" UPON ENVIRONMENT-VALUE
               ELSE
                   DISPLAY "N" UPON ENVIRONMENT-VALUE
               END-IF
           END-IF

           MOVE SPACES TO WK-COMANDO
           IF WK-PS-COMANDO (WK-PS-IDX) NOT = SPACES
               MOVE WK-PS-COMANDO (WK-PS-IDX) TO WK-COMANDO
           ELSE
               STRING "./" WK-PS-PROGRAMA (WK-PS-IDX)
                      DELIMITED BY SPACE INTO WK-COMANDO
               END-STRING
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-TS-AGORA
           MOVE WK-TS-AGORA TO WK-PS-INICIO (WK-PS-IDX)

           DISPLAY "PASSO " WK-PS-ORDEM (WK-PS-IDX) " "
                   WK-PS-PROGRAMA (WK-PS-IDX) " INICIADO"

           CALL "SYSTEM" USING WK-COMANDO
           MOVE RETURN-CODE TO WK-STATUS-SO
           MOVE ZEROS       TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-TS-AGORA
           MOVE WK-TS-AGORA TO WK-PS-FIM (WK-PS-IDX)
           ADD 1 TO WK-TOT-EXECUTADOS

           MOVE WK-PS-INICIO (WK-PS-IDX) TO WK-RB-DE
           MOVE 99999999999999           TO WK-RB-ATE
           PERFORM 2200-PROCURAR-RUNLOG THRU END-2200

           MOVE "S" TO WK-PS-TEM-RC (WK-PS-IDX)

           IF WK-RB-ACHOU = "S"
               MOVE WK-RB-RC TO WK-PS-RC (WK-PS-IDX)
           ELSE
      *        O STATUS DO SISTEMA VEM NO FORMATO DE ESPERA DO
      *        PROCESSO: O RETORNO DO PROGRAMA ESTA NO BYTE ALTO
               IF WK-STATUS-SO < ZEROS
                   MOVE 99 TO WK-RC-SO
               ELSE
                   DIVIDE WK-STATUS-SO BY 256 GIVING WK-RC-SO
               END-IF
               IF WK-RC-SO < 12
                   MOVE 12 TO WK-RC-SO
               END-IF
               IF WK-RC-SO > 99
                   MOVE 99 TO WK-RC-SO
               END-IF
               MOVE WK-RC-SO TO WK-PS-RC (WK-PS-IDX)
               DISPLAY WK-PS-PROGRAMA (WK-PS-IDX)
                       " TERMINOU SEM GRAVAR O RUNLOG - STATUS "
                       WK-STATUS-SO
           END-IF

           IF WK-PS-RC (WK-PS-IDX) > WK-PS-RC-MAX (WK-PS-IDX)
               MOVE "FALHOU"  TO WK-PS-SITUACAO (WK-PS-IDX)
               MOVE "F"       TO WK-EH-SITUACAO
               MOVE "S"       TO WK-PARAR
               MOVE WK-PS-IDX TO WK-PS-PARADA
               ADD 1 TO WK-TOT-FALHOS
               DISPLAY "PASSO " WK-PS-ORDEM (WK-PS-IDX) " "
                       WK-PS-PROGRAMA (WK-PS-IDX) " FALHOU COM RC "
                       WK-PS-RC (WK-PS-IDX) " (MAXIMO "
                       WK-PS-RC-MAX (WK-PS-IDX) ") - ESTEIRA PARADA"
           ELSE
               MOVE "EXECUTADO" TO WK-PS-SITUACAO (WK-PS-IDX)
               MOVE "C"         TO WK-EH-SITUACAO
               MOVE "S"         TO WK-PS-CONCLUIDO (WK-PS-IDX)
               IF WK-PS-RC (WK-PS-IDX) > ZEROS
                   MOVE "S" TO WK-AVISO
               END-IF
               DISPLAY "PASSO " WK-PS-ORDEM (WK-PS-IDX) " "
                       WK-PS-PROGRAMA (WK-PS-IDX) " CONCLUIDO COM RC "
                       WK-PS-RC (WK-PS-IDX)
           END-IF

           MOVE "E" TO WK-EH-ORIGEM
           PERFORM 2400-GRAVAR-HISTORICO THRU END-2400
           .
       END-2300. EXIT.

      *    SITUACAO E ORIGEM JA PREENCHIDAS PELO CHAMADOR
       2400-GRAVAR-HISTORICO SECTION.
           MOVE WK-DATA-NEG                TO WK-EH-DATA-NEG
           MOVE WK-PS-PROGRAMA (WK-PS-IDX) TO WK-EH-PROGRAMA
           MOVE WK-PS-RC (WK-PS-IDX)       TO WK-EH-RC
           MOVE WK-PS-INICIO (WK-PS-IDX)   TO WK-EH-INICIO
           MOVE WK-PS-FIM (WK-PS-IDX)      TO WK-EH-FIM

           WRITE REG-ESTHIST FROM WK-REG-ESTHIST

           IF WK-FS-EH NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO ESTHIST" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2400. EXIT.

      *    TEMPO ENTRE WK-TS-1 E WK-TS-2 EM HH:MM:SS (ATE 99 HORAS)
       2500-CALCULAR-DECORRIDO SECTION.
           COMPUTE WK-SEGUNDOS =
                   (FUNCTION INTEGER-OF-DATE (WK-TS2-DATA) -
                    FUNCTION INTEGER-OF-DATE (WK-TS1-DATA)) * 86400
                   + (WK-TS2-HH * 3600) + (WK-TS2-MI * 60) + WK-TS2-SS
                   - (WK-TS1-HH * 3600) - (WK-TS1-MI * 60) - WK-TS1-SS
           END-COMPUTE

           IF WK-SEGUNDOS < ZEROS
               MOVE ZEROS TO WK-SEGUNDOS
           END-IF
           IF WK-SEGUNDOS > 359999
               MOVE 359999 TO WK-SEGUNDOS
           END-IF

           DIVIDE WK-SEGUNDOS BY 3600 GIVING WK-DEC-HH
                  REMAINDER WK-RESTO
           DIVIDE WK-RESTO BY 60 GIVING WK-DEC-MI
                  REMAINDER WK-DEC-SS
           .
       END-2500. EXIT.

       2600-CONFERIR-ESCRITA SECTION.
           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO RELESTE" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2600. EXIT.

      *    RESUMO PARA O CHECKOUT DA MANHA: UMA LINHA POR PASSO DA
      *    TABELA, OS TOTAIS E ONDE A ESTEIRA PAROU
       3000-IMPRIMIR-RESUMO SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-TS-ESTEIRA-FIM

           MOVE WK-DATA          TO EST2-DATA
           MOVE WK-DATA-NEG (7:2) TO EST3-DD
           MOVE WK-DATA-NEG (5:2) TO EST3-MM
           MOVE WK-DATA-NEG (1:4) TO EST3-AAAA

           WRITE REG-RELESTE FROM WK-EST1 BEFORE 1
           WRITE REG-RELESTE FROM WK-EST2 AFTER 1
           WRITE REG-RELESTE FROM WK-EST3 AFTER 2
           PERFORM 2600-CONFERIR-ESCRITA THRU END-2600

           MOVE SPACES TO EST4-TEXTO
           IF WK-PS-REINICIO > ZEROS
               STRING "REINICIO FORCADO A PARTIR DE "
                      WK-PS-PROGRAMA (WK-PS-REINICIO)
                      DELIMITED BY SIZE INTO EST4-TEXTO
               END-STRING
           ELSE
               IF WK-TOT-HIST > ZEROS
                   MOVE "RETOMADA - PASSOS JA CONCLUIDOS NA DATA FORAM P
      -                 "ULADOS" TO EST4-TEXTO
               ELSE
                   MOVE "PRIMEIRA EXECUCAO DA ESTEIRA NA DATA"
                        TO EST4-TEXTO
               END-IF
           END-IF
           WRITE REG-RELESTE FROM WK-EST4 AFTER 2
           WRITE REG-RELESTE FROM WK-EST5 AFTER 2
           PERFORM 2600-CONFERIR-ESCRITA THRU END-2600

           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > WK-PS-CNT
               PERFORM 3100-IMPRIMIR-PASSO THRU END-3100
           END-PERFORM

           MOVE "PASSOS NA TABELA"       TO EST7-LABEL
           MOVE WK-PS-CNT                TO EST7-QTD
           WRITE REG-RELESTE FROM WK-EST7 AFTER 2
           MOVE "PASSOS EXECUTADOS"      TO EST7-LABEL
           MOVE WK-TOT-EXECUTADOS        TO EST7-QTD
           WRITE REG-RELESTE FROM WK-EST7 AFTER 1
           MOVE "PASSOS PULADOS"         TO EST7-LABEL
           MOVE WK-TOT-PULADOS           TO EST7-QTD
           WRITE REG-RELESTE FROM WK-EST7 AFTER 1
           MOVE "PASSOS FALHOS"          TO EST7-LABEL
           MOVE WK-TOT-FALHOS            TO EST7-QTD
           WRITE REG-RELESTE FROM WK-EST7 AFTER 1
           MOVE "PASSOS NAO EXECUTADOS"  TO EST7-LABEL
           MOVE WK-TOT-NAO-EXEC          TO EST7-QTD
           WRITE REG-RELESTE FROM WK-EST7 AFTER 1

           MOVE WK-TS-ESTEIRA-INI TO WK-TS-1-N
           MOVE WK-TS-ESTEIRA-FIM TO WK-TS-2-N
           PERFORM 2500-CALCULAR-DECORRIDO THRU END-2500
           MOVE WK-DECORRIDO TO EST8-DECORRIDO
           WRITE REG-RELESTE FROM WK-EST8 AFTER 1
           PERFORM 2600-CONFERIR-ESCRITA THRU END-2600

           MOVE SPACES TO EST4-TEXTO
           IF WK-PARAR = "S"
               STRING "ESTEIRA INTERROMPIDA EM "
                      WK-PS-PROGRAMA (WK-PS-PARADA)
                      " - REEXECUCAO RETOMA NESTE PASSO"
                      DELIMITED BY SIZE INTO EST4-TEXTO
               END-STRING
           ELSE
               MOVE "ESTEIRA CONCLUIDA" TO EST4-TEXTO
           END-IF
           WRITE REG-RELESTE FROM WK-EST4 AFTER 2
           PERFORM 2600-CONFERIR-ESCRITA THRU END-2600
           .
       END-3000. EXIT.

       3100-IMPRIMIR-PASSO SECTION.
           IF WK-PS-SITUACAO (WK-K) = SPACES
               MOVE "NAO EXECUTADO" TO WK-PS-SITUACAO (WK-K)
               ADD 1 TO WK-TOT-NAO-EXEC
           END-IF

           MOVE WK-PS-ORDEM (WK-K)    TO EST6-ORDEM
           MOVE WK-PS-PROGRAMA (WK-K) TO EST6-PROGRAMA
           MOVE WK-PS-SITUACAO (WK-K) TO EST6-SITUACAO
           MOVE WK-PS-RC-MAX (WK-K)   TO EST6-RC-MAX
           MOVE SPACES TO EST6-RC
           MOVE SPACES TO EST6-INICIO
           MOVE SPACES TO EST6-FIM
           MOVE SPACES TO EST6-DECORRIDO

           IF WK-PS-TEM-RC (WK-K) = "S"
               MOVE WK-PS-RC (WK-K) TO EST6-RC
           END-IF

           IF WK-PS-INICIO (WK-K) > ZEROS
               MOVE WK-PS-INICIO (WK-K) TO WK-TS-1-N
               MOVE WK-PS-FIM (WK-K)    TO WK-TS-2-N
               MOVE WK-TS1-HH TO WK-HF-HH
               MOVE WK-TS1-MI TO WK-HF-MI
               MOVE WK-TS1-SS TO WK-HF-SS
               MOVE WK-HORA-FMT TO EST6-INICIO
               MOVE WK-TS2-HH TO WK-HF-HH
               MOVE WK-TS2-MI TO WK-HF-MI
               MOVE WK-TS2-SS TO WK-HF-SS
               MOVE WK-HORA-FMT TO EST6-FIM
               PERFORM 2500-CALCULAR-DECORRIDO THRU END-2500
               MOVE WK-DECORRIDO TO EST6-DECORRIDO
           END-IF

           WRITE REG-RELESTE FROM WK-EST6 AFTER 1
           PERFORM 2600-CONFERIR-ESCRITA THRU END-2600
           .
       END-3100. EXIT.

       3500-FECHAR SECTION.
      *    O CLOSE DESCARREGA OS BUFFERS DO HISTORICO - UM PASSO
      *    CONCLUIDO QUE NAO CHEGA AO DISCO SERIA REPETIDO NA RETOMADA
           CLOSE ESTHIST

           IF WK-FS-EH NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO ESTHIST" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           CLOSE RELESTE

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO RELESTE" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           DISPLAY "ESTEIRA ENCERRADA"
           DISPLAY "PASSOS NA TABELA:      " WK-PS-CNT
           DISPLAY "PASSOS EXECUTADOS:     " WK-TOT-EXECUTADOS
           DISPLAY "PASSOS PULADOS:        " WK-TOT-PULADOS
           DISPLAY "PASSOS FALHOS:         " WK-TOT-FALHOS
           DISPLAY "PASSOS NAO EXECUTADOS: " WK-TOT-NAO-EXEC
           DISPLAY "TEMPO DECORRIDO:       " EST8-DECORRIDO
           .
       END-3500. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR. LIDOS = PASSOS NA TABELA,
      *    GRAVADOS = PASSOS EXECUTADOS, REJEITADOS = PASSOS FALHOS
       8000-GRAVAR-RUNLOG SECTION.
           MOVE WK-PS-CNT         TO WK-RL-LIDOS
           MOVE WK-TOT-EXECUTADOS TO WK-RL-GRAVADOS
           MOVE WK-TOT-FALHOS     TO WK-RL-REJEITADOS
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
       END-8000. EXIT.

       9000-ERRO-PROCESSAMENTO SECTION.
           DISPLAY "==================================================="
           DISPLAY "PROGRAMA COM ERRO"
           DISPLAY "==================================================="
           DISPLAY WK-MSG
           DISPLAY "==================================================="
           DISPLAY "FILE STATUS ESTEIRA: " WK-FS-ES
           DISPLAY "FILE STATUS ESTHIST: " WK-FS-EH
           DISPLAY "FILE STATUS RELESTE: " WK-FS-REL
           DISPLAY "FILE STATUS RUNLOG : " WK-FS-RL
           DISPLAY "==================================================="

           MOVE 12 TO RETURN-CODE

           STOP RUN
           .
       9000-FIM. EXIT.

       END PROGRAM PGMP0812.
