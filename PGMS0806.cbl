      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Expurgo periodico das contas encerradas do ERESUMO.
      *          Conta com situacao E (encerrada) ha mais de N meses
      *          (PGMS0806_MESES, padrao 6) tem os periodos do ano
      *          corrente (ou de PGMS0806_ANO) arquivados no historico
      *          ERHIST.DAT, na mesma chave ano + agencia + conta da
      *          virada de ano (PGMS0803), e e excluida do mestre. Cada
      *          exclusao vai para o diario ERAUDIT com a imagem antes
      *          (modo P, acao E), o que sai e listado em RELPURG.DAT e
      *          o cabecalho/trailer do mestre e recarimbado no fim.
      *          Conta ja arquivada no ano com os mesmos periodos
      *          (retomada de expurgo que caiu) e so excluida; com
      *          periodos diferentes do arquivado, fica no mestre com
      *          aviso para acerto manual.
      *          O expurgo nao espera o informe de rendimentos: o
      *          PGMP0803 grava o cliente titular junto com os juros
      *          no RENDIR.DAT, e o PGMP0811 usa esse vinculo para a
      *          conta que ja nao esta no ERESUMO - os rendimentos da
      *          conta expurgada continuam no informe do ano.
      * Tectonics: cobc
      * Obeservation: ER significa ERESUMO, HI significa HISTORICO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMS0806.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERESUMO ASSIGN TO "ERESUMO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ER-CHAVE
                  FILE STATUS IS WK-FS-ER.

           SELECT ERHIST ASSIGN TO "ERHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HI-CHAVE
                  FILE STATUS IS WK-FS-HI.

      *    O DIARIO E SEQUENCIAL DE REGISTRO FIXO, O MESMO DO CADASTRO
      *    PGMS0801 E DO RELATORIO DE AUDITORIA PGMS0804
           SELECT ERAUDIT ASSIGN TO "ERAUDIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-AUD.

           SELECT RELPURG ASSIGN TO "RELPURG.DAT"
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

       FD  ERESUMO.

       01  REG-ERESUMO.
           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

      *    HISTORICO ANUAL: UMA FOTO DOS 12 PERIODOS E DO SALDO MEDIO
      *    DE CADA CONTA, POR ANO CIVIL (LAYOUT DO PGMS0803)
       FD  ERHIST.

       01  REG-ERHIST.
           05 HI-CHAVE.
               10 HI-ANO               PIC 9(04).
               10 HI-AGENCIA           PIC 9(04).
               10 HI-NUMCTA            PIC 9(06).
           05 HI-NOME                  PIC X(23).
           05 HI-PERIODOS              PIC X(156).
           05 HI-SALDO-MEDIO           PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.

       FD  ERAUDIT.

       01  REG-AUDIT                   PIC X(524).

       FD  RELPURG.

       01  REG-RELPURG                 PIC X(80).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-ER                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-HI                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-AUD                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-REL                   PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WK-PARM-MESES               PIC X(02) VALUE SPACES.
       77  WK-MESES                    PIC 9(02) VALUE 6.
       77  WK-ANO-PARM                 PIC X(04) VALUE SPACES.
       77  WK-ANO-REF                  PIC 9(04) VALUE ZEROS.
       77  WK-TOT-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ENCERRADAS           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-EXPURGADAS           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ARQUIVADAS           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-CONFLITO             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-CORROMPIDAS          PIC 9(06) VALUE ZEROS.
       77  WK-AC-PAGINAS               PIC 9(03) VALUE ZEROS.
       77  WK-AC-LINHAS                PIC 9(05) VALUE ZEROS.
       77  WK-DESTINO                  PIC X(10) VALUE SPACES.

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

      *    DATA LIMITE DO EXPURGO: HOJE MENOS N MESES. CONTA
      *    ENCERRADA ANTES DELA SAI DO MESTRE
       77  WK-MESES-CORRIDOS           PIC 9(06) VALUE ZEROS.
       77  WK-LIM-AAAA                 PIC 9(04) VALUE ZEROS.
       77  WK-LIM-MM                   PIC 9(02) VALUE ZEROS.
       77  WK-DATA-LIMITE              PIC 9(08) VALUE ZEROS.

       01  WK-REG-ERESUMO.
           05 WK-ER-AGENCIA-A          PIC 9(04)    VALUES ZEROS.
           05 WK-ER-NUMCTA-A           PIC 9(06)    VALUES ZEROS.
           05 WK-ER-NOME               PIC X(23)    VALUES SPACES.
           05 WK-ER-PERIODOS.
               10 WK-ER-PERIODO OCCURS 12 TIMES.
                   15 WK-ER-VALORS-A   PIC X(10)    VALUE SPACES.
                   15 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
                   15 WK-ER-DIAS-A     PIC X(03)    VALUE SPACES.
                   15 WK-ER-DIAS REDEFINES WK-ER-DIAS-A PIC 9(03).
      *    SITUACAO DA CONTA (A=ATIVA B=BLOQUEADA E=ENCERRADA) E DATA
      *    DA ULTIMA MUDANCA DE SITUACAO; O RESTO DO REGISTRO FICA
      *    RESERVADO PARA EXPANSAO
           05 WK-ER-SITUACAO           PIC X(01)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO-A      PIC X(08)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO REDEFINES WK-ER-DT-SITUACAO-A
                                       PIC 9(08).
           05 FILLER                   PIC X(52)    VALUE SPACES.
       01  WK-I                        PIC 9(02) VALUE 1.
       77  WK-SEM-MOVTO                PIC X(01) VALUE SPACES.

       01  WK-TOT-VALOR-DIA            PIC S9(13)V99 VALUE ZEROS.
       01  WK-TOT-DIAS                 PIC 9(04)     VALUE ZEROS.
       01  WK-SALDO-MEDIO              PIC S9(07)V99 VALUE ZEROS.
       77  WK-ERRO-PERIODO             PIC X(01) VALUE SPACES.
       01  WK-VAL-PER                  PIC S9(07)V99 VALUE ZEROS.
       01  WK-DIA-PER                  PIC 9(03)    VALUE ZEROS.

      *    REGISTRO DO DIARIO (MESMO LAYOUT DO PGMS0801): QUANDO,
      *    QUEM, MODO, ACAO E AS IMAGENS DE 250 BYTES ANTES E DEPOIS.
      *    NO EXPURGO O MODO E P E A ACAO E E, SEM IMAGEM DEPOIS
       01  WK-REG-AUDIT.
           05 WK-AUD-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-AUD-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-AUD-OPERADOR          PIC X(08) VALUE SPACES.
           05 WK-AUD-MODO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ACAO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ANTES             PIC X(250) VALUE SPACES.
           05 WK-AUD-DEPOIS            PIC X(250) VALUE SPACES.

       01  WK-AUD-AGORA                PIC X(14) VALUE SPACES.

      *    REGISTROS DE CONTROLE DO ERESUMO (MESMO LAYOUT DO PROGRAMA
      *    DE CAPTURA): RECARIMBADOS DEPOIS DO EXPURGO, QUE EXCLUI
      *    CONTAS DO MESTRE
       01  WK-REG-CAB.
           05 WK-CAB-CHAVE             PIC X(10) VALUE "0000000000".
           05 WK-CAB-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-CAB-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-CAB-PROGRAMA          PIC X(08) VALUE "PGMS0806".
           05 FILLER                   PIC X(218) VALUE SPACES.

       01  WK-REG-TRL.
           05 WK-TRL-CHAVE             PIC X(10) VALUE "9999999999".
           05 WK-TRL-QTD               PIC 9(06) VALUE ZEROS.
           05 WK-TRL-HASH              PIC 9(12) VALUE ZEROS.
           05 WK-TRL-SOMA              PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 FILLER                   PIC X(206) VALUE SPACES.

       77  WK-FIM-CTL                  PIC X(01) VALUE SPACES.
       01  WK-CTL-AGORA                PIC X(14) VALUE SPACES.

      *    LINHAS DO RELATORIO
       01  WK-PUR1.
           05 FILLER                   PIC X(36) VALUE
           'MONTEDATA PROCESSADORA DE DADOS LTDA'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'PAG. '.
           05 PUR1-PAG                 PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PGMS0806'.

       01  WK-PUR2.
           05 FILLER                   PIC X(34) VALUE
           'DEPARTAMENTO DE ANALISE DE SUPORTE'.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 PUR2-DATA                PIC X(10) VALUE SPACES.

       01  WK-PUR3.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(37) VALUE
           'EXPURGO DE CONTAS ENCERRADAS HA MAIS '.
           05 FILLER                   PIC X(03) VALUE 'DE '.
           05 PUR3-MESES               PIC Z9.
           05 FILLER                   PIC X(15) VALUE
           ' MESES - ANO '.
           05 PUR3-ANO                 PIC 9(04).

       01  WK-PUR4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'NUMERO'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'NOME'.
           05 FILLER                   PIC X(21) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'ENCERRADA'.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'SALDO MEDIO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'HISTORICO'.

       01  WK-PUR5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 PUR5-AGENCIA             PIC ZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 PUR5-CONTA               PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 PUR5-NOME                PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 PUR5-DD                  PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 PUR5-MM                  PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 PUR5-AAAA                PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 PUR5-SALDO               PIC +9(07),99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 PUR5-DESTINO             PIC X(10) VALUE SPACES.

       01  WK-PUR6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 PUR6-LABEL               PIC X(30) VALUE SPACES.
           05 PUR6-QTD                 PIC ZZZZZ9.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMS0806".
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
           PERFORM 0300-LER-CONTA THRU 0300-END
                        UNTIL WK-FIM = "S"
           PERFORM 0530-GRAVAR-CONTROLES THRU 0530-END
           PERFORM 0600-FINISH THRU 0600-END
           PERFORM 0900-GRAVAR-RUNLOG THRU 0900-END

           STOP RUN.

      *    ABERTURAS, PARAMETROS E DATA LIMITE DO EXPURGO
       0100-INITIAL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-RL-AGORA
           MOVE WK-RL-AGORA (1:8) TO WK-RL-DATA-INI
           MOVE WK-RL-AGORA (9:6) TO WK-RL-HORA-INI

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CURRENT-DATE
           MOVE WK-CD-AAAA TO WK-DATA1-AAAA
           MOVE WK-CD-MM   TO WK-DATA1-MM
           MOVE WK-CD-DD   TO WK-DATA1-DD

      *    MESES DE CARENCIA (PARM DE JCL/AMBIENTE): 1 A 99, PADRAO
      *    6. UM DIGITO SO GANHA O ZERO NA FRENTE, COMO NO PGMP0808
           ACCEPT WK-PARM-MESES FROM ENVIRONMENT "PGMS0806_MESES"

           IF WK-PARM-MESES (1:1) NUMERIC AND
              WK-PARM-MESES (2:1) = SPACE
               MOVE WK-PARM-MESES (1:1) TO WK-PARM-MESES (2:1)
               MOVE "0" TO WK-PARM-MESES (1:1)
           END-IF

           IF WK-PARM-MESES NUMERIC
               MOVE WK-PARM-MESES TO WK-MESES
           ELSE
               IF WK-PARM-MESES NOT = SPACES
                   DISPLAY "PGMS0806_MESES INVALIDO (" WK-PARM-MESES
                           ") - USANDO PADRAO 06"
               END-IF
           END-IF
           IF WK-MESES < 1
               MOVE 6 TO WK-MESES
           END-IF

      *    ANO DOS PERIODOS QUE ESTAO NO MESTRE: O CORRENTE, SALVO
      *    EXPURGO RODADO ANTES DA VIRADA DE ANO (PGMS0806_ANO)
           ACCEPT WK-ANO-PARM FROM ENVIRONMENT "PGMS0806_ANO"

           IF WK-ANO-PARM NUMERIC
               MOVE WK-ANO-PARM TO WK-ANO-REF
           END-IF
           IF WK-ANO-REF < 1990 OR WK-ANO-REF > WK-CD-AAAA
               MOVE WK-CD-AAAA TO WK-ANO-REF
           END-IF

           COMPUTE WK-MESES-CORRIDOS =
                   (WK-CD-AAAA * 12) + WK-CD-MM - 1 - WK-MESES
           END-COMPUTE
           DIVIDE WK-MESES-CORRIDOS BY 12 GIVING WK-LIM-AAAA
               REMAINDER WK-LIM-MM
           ADD 1 TO WK-LIM-MM
           COMPUTE WK-DATA-LIMITE =
                   (WK-LIM-AAAA * 10000) + (WK-LIM-MM * 100) + WK-CD-DD
           END-COMPUTE

           DISPLAY "EXPURGO DE CONTAS ENCERRADAS ANTES DE "
                   WK-DATA-LIMITE " - HISTORICO DO ANO " WK-ANO-REF

           ACCEPT WK-OPERADOR FROM ENVIRONMENT "ERESUMO_OPERADOR"
           IF WK-OPERADOR EQUAL SPACES
               MOVE "PGMS0806" TO WK-OPERADOR
           END-IF

           OPEN I-O ERESUMO

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ERHIST

           IF WK-FS-HI EQUAL 35
               OPEN OUTPUT ERHIST
               CLOSE ERHIST
               OPEN I-O ERHIST
           END-IF

           IF WK-FS-HI NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERHIST" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ERAUDIT

           IF WK-FS-AUD EQUAL 35
               OPEN OUTPUT ERAUDIT
           END-IF

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERAUDIT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELPURG

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO RELPURG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 999 TO WK-AC-LINHAS

      *    POSICIONAR NO INICIO DO CADASTRO
           MOVE ZEROS TO ER-AGENCIA
           MOVE ZEROS TO ER-NUMCTA
           START ERESUMO KEY NOT < ER-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM
           END-START
           .
       0100-END. EXIT.

      *    UMA CONTA POR VEZ. OS REGISTROS DE CONTROLE SAO PULADOS;
      *    SO A ENCERRADA ANTES DA DATA LIMITE SEGUE PARA O EXPURGO
       0300-LER-CONTA SECTION.
           READ ERESUMO NEXT RECORD INTO WK-REG-ERESUMO
               AT END
                   MOVE "S" TO WK-FIM
               NOT AT END
                   IF (ER-AGENCIA = 0000 AND ER-NUMCTA = 000000) OR
                      (ER-AGENCIA = 9999 AND ER-NUMCTA = 999999)
                       CONTINUE
                   ELSE
                       ADD 1 TO WK-TOT-LIDAS
                       IF WK-ER-SITUACAO = "E"
                           ADD 1 TO WK-TOT-ENCERRADAS
                           PERFORM 0310-AVALIAR-CONTA THRU 0310-END
                       END-IF
                   END-IF
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0300-END. EXIT.

      *    ENCERRADA SEM DATA LEGIVEL OU COM PERIODO CORROMPIDO NAO E
      *    EXPURGADA: O MESTRE E A UNICA EVIDENCIA PARA O ACERTO
       0310-AVALIAR-CONTA SECTION.
           IF WK-ER-DT-SITUACAO NOT NUMERIC
               ADD 1 TO WK-TOT-CORROMPIDAS
               DISPLAY "CONTA " WK-ER-AGENCIA-A "/" WK-ER-NUMCTA-A
                       " ENCERRADA SEM DATA - NAO EXPURGADA"
               GO TO 0310-END
           END-IF

           IF WK-ER-DT-SITUACAO NOT < WK-DATA-LIMITE
               GO TO 0310-END
           END-IF

           PERFORM 0320-CALCULAR-SALDO THRU 0320-END

           IF WK-ERRO-PERIODO = "S"
               ADD 1 TO WK-TOT-CORROMPIDAS
               DISPLAY "CONTA " WK-ER-AGENCIA-A "/" WK-ER-NUMCTA-A
                       " COM PERIODO NAO NUMERICO - NAO EXPURGADA"
               GO TO 0310-END
           END-IF

           PERFORM 0330-ARQUIVAR-CONTA THRU 0330-END

           IF WK-DESTINO = SPACES
               GO TO 0310-END
           END-IF

           PERFORM 0350-EXCLUIR-CONTA THRU 0350-END
           PERFORM 0400-IMPRIMIR-CONTA THRU 0400-END
           .
       0310-END. EXIT.

      *    MESMO CALCULO DO SALDO MEDIO DA VIRADA (PGMS0803 0320), EM
      *    CAMPOS DE APOIO PARA NAO ALTERAR A IMAGEM ARQUIVADA
       0320-CALCULAR-SALDO SECTION.
           MOVE 0      TO WK-SALDO-MEDIO
           MOVE 0      TO WK-TOT-VALOR-DIA
           MOVE 0      TO WK-TOT-DIAS
           MOVE SPACES TO WK-ERRO-PERIODO

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               IF WK-ER-VALORS (WK-I) NUMERIC
                   MOVE WK-ER-VALORS (WK-I) TO WK-VAL-PER
               ELSE
                   MOVE ZEROS TO WK-VAL-PER
                   IF WK-ER-VALORS-A (WK-I) NOT = SPACES
                       MOVE "S" TO WK-ERRO-PERIODO
                   END-IF
               END-IF
               IF WK-ER-DIAS (WK-I) NUMERIC
                   MOVE WK-ER-DIAS (WK-I) TO WK-DIA-PER
               ELSE
                   MOVE ZEROS TO WK-DIA-PER
                   IF WK-ER-DIAS-A (WK-I) NOT = SPACES
                       MOVE "S" TO WK-ERRO-PERIODO
                   END-IF
               END-IF
               COMPUTE WK-TOT-VALOR-DIA = WK-TOT-VALOR-DIA +
                       (WK-VAL-PER * WK-DIA-PER)
               END-COMPUTE
               ADD WK-DIA-PER TO WK-TOT-DIAS
           END-PERFORM

           IF WK-TOT-DIAS > ZEROS
               COMPUTE WK-SALDO-MEDIO =
                       WK-TOT-VALOR-DIA / WK-TOT-DIAS
               END-COMPUTE
           END-IF
           .
       0320-END. EXIT.

      *    GRAVAR A FOTO DO ANO NO HISTORICO. PERIODOS TODOS ZERADOS
      *    (+000000000 COM DIAS 000, COMO A VIRADA DEIXA) OU EM BRANCO
      *    = A VIRADA JA LEVOU O ANO DO ENCERRAMENTO PARA O HISTORICO
      *    E NAO HA NADA NOVO A ARQUIVAR. CHAVE JA
      *    EXISTENTE (STATUS 22) COM OS MESMOS PERIODOS = RETOMADA DE
      *    UM EXPURGO QUE CAIU ANTES DA EXCLUSAO; COM PERIODOS
      *    DIFERENTES A CONTA FICA NO MESTRE (WK-DESTINO EM BRANCO)
       0330-ARQUIVAR-CONTA SECTION.
           MOVE "S" TO WK-SEM-MOVTO
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               IF WK-ER-VALORS-A (WK-I) NOT = SPACES
                   IF WK-ER-VALORS (WK-I) NOT NUMERIC OR
                      WK-ER-VALORS (WK-I) NOT = ZERO OR
                      WK-ER-DIAS (WK-I) NOT NUMERIC OR
                      WK-ER-DIAS (WK-I) NOT = ZERO
                       MOVE "N" TO WK-SEM-MOVTO
                   END-IF
               END-IF
           END-PERFORM

           IF WK-SEM-MOVTO = "S"
               MOVE "SEM MOVTO" TO WK-DESTINO
               GO TO 0330-END
           END-IF

           MOVE WK-ANO-REF      TO HI-ANO
           MOVE WK-ER-AGENCIA-A TO HI-AGENCIA
           MOVE WK-ER-NUMCTA-A  TO HI-NUMCTA
           MOVE WK-ER-NOME      TO HI-NOME
           MOVE WK-ER-PERIODOS  TO HI-PERIODOS
           MOVE WK-SALDO-MEDIO  TO HI-SALDO-MEDIO
           MOVE "ARQUIVADA"     TO WK-DESTINO

           WRITE REG-ERHIST
               INVALID KEY
                   IF WK-FS-HI EQUAL 22
                       PERFORM 0340-CONFERIR-ARQUIVADA THRU 0340-END
                       GO TO 0330-END
                   ELSE
                       MOVE "ERRO NO WRITE DO ERHIST" TO WK-MSG
                       PERFORM 0700-ERROR THRU 0700-END
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-WRITE

           IF WK-FS-HI NOT EQUAL ZEROS
               MOVE "ERRO NO WRITE DO ERHIST" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WK-TOT-ARQUIVADAS
           .
       0330-END. EXIT.

       0340-CONFERIR-ARQUIVADA SECTION.
           READ ERHIST
               INVALID KEY
                   MOVE "ERRO NA RELEITURA DO ERHIST" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF WK-FS-HI NOT EQUAL ZEROS
               MOVE "ERRO NA RELEITURA DO ERHIST" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-ER-PERIODOS = HI-PERIODOS
               MOVE "JA NO HIST" TO WK-DESTINO
           ELSE
               MOVE SPACES TO WK-DESTINO
               ADD 1 TO WK-TOT-CONFLITO
               DISPLAY "CONTA " WK-ER-AGENCIA-A "/" WK-ER-NUMCTA-A
                       " JA NO HISTORICO DE " WK-ANO-REF
                       " COM OUTROS PERIODOS - NAO EXPURGADA"
           END-IF
           .
       0340-END. EXIT.

      *    EXCLUIR DO MESTRE E JOURNALIZAR A IMAGEM ANTES. FALHA NO
      *    DIARIO E FATAL, COMO NO CADASTRO: EXCLUSAO SEM RASTRO NAO
      *    PODE PASSAR
       0350-EXCLUIR-CONTA SECTION.
           DELETE ERESUMO RECORD
               INVALID KEY
                   MOVE "ERRO NO DELETE DO ERESUMO" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-DELETE

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NO DELETE DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AUD-AGORA
           MOVE WK-AUD-AGORA (1:8)  TO WK-AUD-DATA
           MOVE WK-AUD-AGORA (9:6)  TO WK-AUD-HORA
           MOVE WK-OPERADOR         TO WK-AUD-OPERADOR
           MOVE "P"                 TO WK-AUD-MODO
           MOVE "E"                 TO WK-AUD-ACAO
           MOVE WK-REG-ERESUMO      TO WK-AUD-ANTES
           MOVE SPACES              TO WK-AUD-DEPOIS

           WRITE REG-AUDIT FROM WK-REG-AUDIT

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NO WRITE DO ERAUDIT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WK-TOT-EXPURGADAS
           .
       0350-END. EXIT.

       0400-IMPRIMIR-CONTA SECTION.
           IF WK-AC-LINHAS > 57
               PERFORM 0410-IMPRIMIR-CABECALHO THRU 0410-END
           END-IF

           MOVE WK-ER-AGENCIA-A TO PUR5-AGENCIA
           MOVE WK-ER-NUMCTA-A  TO PUR5-CONTA
           MOVE WK-ER-NOME      TO PUR5-NOME
           MOVE WK-ER-DT-SITUACAO-A (7:2) TO PUR5-DD
           MOVE WK-ER-DT-SITUACAO-A (5:2) TO PUR5-MM
           MOVE WK-ER-DT-SITUACAO-A (1:4) TO PUR5-AAAA
           MOVE WK-SALDO-MEDIO  TO PUR5-SALDO
           MOVE WK-DESTINO      TO PUR5-DESTINO

           ADD 1 TO WK-AC-LINHAS
           WRITE REG-RELPURG FROM WK-PUR5 AFTER 1
           PERFORM 0420-CONFERIR-ESCRITA THRU 0420-END
           .
       0400-END. EXIT.

       0410-IMPRIMIR-CABECALHO SECTION.
           ADD 1 TO WK-AC-PAGINAS
           MOVE WK-AC-PAGINAS TO PUR1-PAG
           MOVE WK-DATA TO PUR2-DATA
           MOVE WK-MESES TO PUR3-MESES
           MOVE WK-ANO-REF TO PUR3-ANO

           IF WK-AC-PAGINAS = 1
               WRITE REG-RELPURG FROM WK-PUR1 BEFORE 1
           ELSE
               WRITE REG-RELPURG FROM WK-PUR1 AFTER PAGE
           END-IF
           WRITE REG-RELPURG FROM WK-PUR2 AFTER 1
           WRITE REG-RELPURG FROM WK-PUR3 AFTER 1
           WRITE REG-RELPURG FROM WK-PUR4 AFTER 1
           PERFORM 0420-CONFERIR-ESCRITA THRU 0420-END

           MOVE 7 TO WK-AC-LINHAS
           .
       0410-END. EXIT.

       0420-CONFERIR-ESCRITA SECTION.
           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO RELPURG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0420-END. EXIT.

      *    RECONTAR O MESTRE E RECARIMBAR CABECALHO/TRAILER, COMO NOS
      *    DEMAIS PROGRAMAS QUE REGRAVAM O ERESUMO
       0530-GRAVAR-CONTROLES SECTION.
           MOVE ZEROS  TO WK-TRL-QTD
           MOVE ZEROS  TO WK-TRL-HASH
           MOVE ZEROS  TO WK-TRL-SOMA
           MOVE SPACES TO WK-FIM-CTL

           MOVE ZEROS TO ER-AGENCIA
           MOVE ZEROS TO ER-NUMCTA
           START ERESUMO KEY NOT < ER-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-CTL
           END-START

           PERFORM 0540-SOMAR-CONTROLE THRU 0540-END
                        UNTIL WK-FIM-CTL = "S"

           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-CTL-AGORA
           MOVE WK-CTL-AGORA (1:8) TO WK-CAB-DATA
           MOVE WK-CTL-AGORA (9:6) TO WK-CAB-HORA

           WRITE REG-ERESUMO FROM WK-REG-CAB
               INVALID KEY
                   REWRITE REG-ERESUMO FROM WK-REG-CAB
           END-WRITE

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO CABECALHO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           WRITE REG-ERESUMO FROM WK-REG-TRL
               INVALID KEY
                   REWRITE REG-ERESUMO FROM WK-REG-TRL
           END-WRITE

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO TRAILER" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0530-END. EXIT.

       0540-SOMAR-CONTROLE SECTION.
           READ ERESUMO NEXT RECORD INTO WK-REG-ERESUMO
               AT END
                   MOVE "S" TO WK-FIM-CTL
               NOT AT END
                   IF (ER-AGENCIA = 0000 AND ER-NUMCTA = 000000) OR
                      (ER-AGENCIA = 9999 AND ER-NUMCTA = 999999)
                       CONTINUE
                   ELSE
                       ADD 1 TO WK-TRL-QTD
                       ADD ER-NUMCTA TO WK-TRL-HASH
                       PERFORM VARYING WK-I FROM 1 BY 1
                               UNTIL WK-I > 12
                           IF WK-ER-VALORS (WK-I) NUMERIC
                               ADD WK-ER-VALORS (WK-I) TO WK-TRL-SOMA
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 10
               MOVE "ERRO NA RECONTAGEM DO ERESUMO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0540-END. EXIT.

       0600-FINISH SECTION.
           IF WK-TOT-EXPURGADAS = ZEROS
               PERFORM 0410-IMPRIMIR-CABECALHO THRU 0410-END
           END-IF

           MOVE "CONTAS LIDAS" TO PUR6-LABEL
           MOVE WK-TOT-LIDAS TO PUR6-QTD
           WRITE REG-RELPURG FROM WK-PUR6 AFTER 2
           MOVE "CONTAS ENCERRADAS" TO PUR6-LABEL
           MOVE WK-TOT-ENCERRADAS TO PUR6-QTD
           WRITE REG-RELPURG FROM WK-PUR6 AFTER 1
           MOVE "CONTAS EXPURGADAS" TO PUR6-LABEL
           MOVE WK-TOT-EXPURGADAS TO PUR6-QTD
           WRITE REG-RELPURG FROM WK-PUR6 AFTER 1
           MOVE "ARQUIVADAS NO HISTORICO" TO PUR6-LABEL
           MOVE WK-TOT-ARQUIVADAS TO PUR6-QTD
           WRITE REG-RELPURG FROM WK-PUR6 AFTER 1
           MOVE "NAO EXPURGADAS - HISTORICO" TO PUR6-LABEL
           MOVE WK-TOT-CONFLITO TO PUR6-QTD
           WRITE REG-RELPURG FROM WK-PUR6 AFTER 1
           MOVE "NAO EXPURGADAS - CORROMPIDAS" TO PUR6-LABEL
           MOVE WK-TOT-CORROMPIDAS TO PUR6-QTD
           WRITE REG-RELPURG FROM WK-PUR6 AFTER 1
           PERFORM 0420-CONFERIR-ESCRITA THRU 0420-END

           CLOSE ERESUMO
           CLOSE ERHIST
           CLOSE ERAUDIT

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO ERAUDIT" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
           END-IF

           CLOSE RELPURG

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO RELPURG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
           END-IF

      *    RETORNO 4 QUANDO ALGUMA ENCERRADA VENCIDA FICOU NO MESTRE
      *    E PEDE ACERTO MANUAL
           IF (WK-TOT-CONFLITO > ZEROS OR
               WK-TOT-CORROMPIDAS > ZEROS) AND
               RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "EXPURGO ENCERRADO - LIMITE " WK-DATA-LIMITE
           DISPLAY "CONTAS LIDAS:          " WK-TOT-LIDAS
           DISPLAY "CONTAS ENCERRADAS:     " WK-TOT-ENCERRADAS
           DISPLAY "CONTAS EXPURGADAS:     " WK-TOT-EXPURGADAS
           DISPLAY "ARQUIVADAS NO ERHIST:  " WK-TOT-ARQUIVADAS
           DISPLAY "CONFLITO NO HISTORICO: " WK-TOT-CONFLITO
           DISPLAY "SEM DATA OU CORROMPIDA:" WK-TOT-CORROMPIDAS
           .
       0600-END. EXIT.

      *    TRATAR ERROR
       0700-ERROR SECTION.
           DISPLAY "==================================================="
           DISPLAY "PROGRAMA COM ERRO"
           DISPLAY "==================================================="
           DISPLAY WK-MSG
           DISPLAY "==================================================="
           DISPLAY "FILE STATUS ERESUMO: " WK-FS-ER
           DISPLAY "FILE STATUS ERHIST : " WK-FS-HI
           DISPLAY "FILE STATUS ERAUDIT: " WK-FS-AUD
           DISPLAY "FILE STATUS RELPURG: " WK-FS-REL
           DISPLAY "==================================================="
           .
       0700-END. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR. GRAVADOS = CONTAS
      *    EXPURGADAS
       0900-GRAVAR-RUNLOG SECTION.
           MOVE WK-TOT-LIDAS       TO WK-RL-LIDOS
           MOVE WK-TOT-EXPURGADAS  TO WK-RL-GRAVADOS
           COMPUTE WK-RL-REJEITADOS =
                   WK-TOT-CONFLITO + WK-TOT-CORROMPIDAS
           END-COMPUTE
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

       END PROGRAM PGMS0806.
