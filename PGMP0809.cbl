      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Relatorio de clientes com as contas vinculadas e o
      *          saldo medio consolidado de cada um. Varre o ERESUMO
      *          (depois de conferir o trailer, como os demais
      *          leitores), separa as contas com vinculo de cliente
      *          (PGMS0801/PGMS0807) num arquivo de trabalho,
      *          reclassifica por cliente + agencia + conta com o
      *          SORT e emite RELCLI.DAT: o cliente (CPF/CNPJ
      *          formatado e nome do CLIENTE.DAT), as contas dele com
      *          situacao e saldo medio, e o consolidado - a soma dos
      *          saldos medios das contas nao encerradas, o mesmo
      *          numero que o PGMP0803 usa para escolher a faixa de
      *          tarifa. No fim, totais gerais e a quantidade de
      *          contas ainda sem vinculo.
      * Tectonics: cobc
      * Obeservation: ER significa ERESUMO, CL significa CLIENTE,
      *               WC significa WORKCLI (ARQUIVO DE TRABALHO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMP0809.
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

           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CHAVE
                  FILE STATUS IS WK-FS-CL.

      *    CONTAS VINCULADAS COMO SAIRAM DO MESTRE E O MESMO DETALHE
      *    JA CLASSIFICADO POR CLIENTE, DE ONDE A IMPRESSAO LE
           SELECT WORKCLI ASSIGN TO "WORKCLI.DAT"
                  FILE STATUS IS WK-FS-WC.

           SELECT CLIORD ASSIGN TO "CLIORD.DAT"
                  FILE STATUS IS WK-FS-CO.

           SELECT CLASSIF ASSIGN TO "SORTWK3".

           SELECT RELCLI ASSIGN TO "RELCLI.DAT"
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

       FD  CLIENTE.

       01  REG-CLIENTE.
           05 CL-CHAVE.
               10 CL-TIPO              PIC X(01).
               10 CL-DOC               PIC 9(14).
           05 CL-NOME                  PIC X(40).
           05 CL-DADOS                 PIC X(45).

       FD  WORKCLI.

       01  REG-WORKCLI                 PIC X(60).

       FD  CLIORD.

       01  REG-CLIORD                  PIC X(60).

       SD  CLASSIF.

       01  REG-SR.
           05 SR-TIPO                  PIC X(01).
           05 SR-DOC                   PIC X(14).
           05 SR-AGENCIA               PIC X(04).
           05 SR-CONTA                 PIC X(06).
           05 FILLER                   PIC X(35).

       FD  RELCLI.

       01  REG-RELCLI                  PIC X(80).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-ER                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-CL                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-WC                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-CO                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-REL                   PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-FIM-ORD                  PIC X(01) VALUE SPACES.
       77  WK-CLI-ABERTO               PIC X(01) VALUE SPACES.
       77  WK-TOT-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WK-TOT-VINCULADAS           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-SEM-VINCULO          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-CORROMPIDAS          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-CLIENTES             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-SEM-CADASTRO         PIC 9(06) VALUE ZEROS.
       01  WK-TOT-CONSOLIDADO          PIC S9(13)V99 VALUE ZEROS.
       77  WK-TEM-CLIENTE              PIC X(01) VALUE SPACES.
       77  WK-CLI-TIPO-ATUAL           PIC X(01) VALUE SPACES.
       77  WK-CLI-DOC-ATUAL            PIC X(14) VALUE SPACES.
       77  WK-CLI-CONTAS               PIC 9(04) VALUE ZEROS.
       01  WK-CLI-SALDO                PIC S9(11)V99 VALUE ZEROS.
       77  WK-AC-PAGINAS               PIC 9(03) VALUE ZEROS.
       77  WK-AC-LINHAS                PIC 9(05) VALUE ZEROS.

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

       01  WK-REG-ERESUMO.
           05 WK-ER-AGENCIA            PIC X(04)    VALUE SPACES.
           05 WK-ER-NUMCTA             PIC X(06)    VALUE SPACES.
           05 WK-ER-NOME               PIC X(23)    VALUE SPACES.
           05 WK-ER-PERIODO OCCURS 12 TIMES.
               10 WK-ER-VALORS-A       PIC X(10)    VALUE SPACES.
               10 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
               10 WK-ER-DIAS-A         PIC X(03)    VALUE SPACES.
               10 WK-ER-DIAS REDEFINES WK-ER-DIAS-A PIC 9(03).
      *    SITUACAO DA CONTA (A=ATIVA B=BLOQUEADA E=ENCERRADA), DATA
      *    DA ULTIMA MUDANCA DE SITUACAO E O CLIENTE TITULAR (TIPO EM
      *    BRANCO = CONTA SEM VINCULO)
           05 WK-ER-SITUACAO           PIC X(01)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO-A      PIC X(08)    VALUE SPACES.
           05 WK-ER-CLI-TIPO           PIC X(01)    VALUE SPACES.
           05 WK-ER-CLI-DOC            PIC X(14)    VALUE SPACES.
           05 FILLER                   PIC X(37)    VALUE SPACES.
       01  WK-I                        PIC 9(02) VALUE 1.

       01  WK-TOT-VALOR-DIA            PIC S9(13)V99 VALUE ZEROS.
       01  WK-TOT-DIAS                 PIC 9(04)     VALUE ZEROS.
       01  WK-SALDO-MEDIO              PIC S9(07)V99 VALUE ZEROS.
       77  WK-ERRO-PERIODO             PIC X(01) VALUE SPACES.

      *    REGISTRO DO ARQUIVO DE TRABALHO: CHAVE DE CLASSIFICACAO
      *    (CLIENTE + AGENCIA + CONTA) E O QUE A LINHA DE DETALHE
      *    PRECISA. WC-ERRO = "S" PARA PERIODO NAO NUMERICO
       01  WK-REG-WC.
           05 WK-WC-TIPO               PIC X(01) VALUE SPACES.
           05 WK-WC-DOC                PIC X(14) VALUE SPACES.
           05 WK-WC-AGENCIA            PIC X(04) VALUE SPACES.
           05 WK-WC-CONTA              PIC X(06) VALUE SPACES.
           05 WK-WC-NOME               PIC X(23) VALUE SPACES.
           05 WK-WC-SITUACAO           PIC X(01) VALUE SPACES.
           05 WK-WC-ERRO               PIC X(01) VALUE SPACES.
           05 WK-WC-SALDO              PIC S9(07)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.

      *    CPF/CNPJ FORMATADO PARA O CABECALHO DO CLIENTE
       01  WK-DOC-FMT                  PIC X(18) VALUE SPACES.

      *    CONFERENCIA DOS REGISTROS DE CONTROLE DO ERESUMO, COMO NO
      *    PGMP0801: MESTRE PARCIAL NAO VIRA CONSOLIDADO DE CLIENTE
       01  WK-REG-TRL.
           05 WK-TRL-CHAVE             PIC X(10) VALUE SPACES.
           05 WK-TRL-QTD               PIC 9(06) VALUE ZEROS.
           05 WK-TRL-HASH              PIC 9(12) VALUE ZEROS.
           05 WK-TRL-SOMA              PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 FILLER                   PIC X(206) VALUE SPACES.

       77  WK-CTL-QTD                  PIC 9(06) VALUE ZEROS.
       77  WK-CTL-HASH                 PIC 9(12) VALUE ZEROS.
       77  WK-CTL-SOMA                 PIC S9(13)V99 VALUE ZEROS.
       77  WK-CAB-ACHADO               PIC X(01) VALUE SPACES.
       77  WK-TRL-ACHADO               PIC X(01) VALUE SPACES.
       77  WK-FIM-CTL                  PIC X(01) VALUE SPACES.

      *    LINHAS DO RELATORIO
       01  WK-RCL1.
           05 FILLER                   PIC X(36) VALUE
           'MONTEDATA PROCESSADORA DE DADOS LTDA'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'PAG. '.
           05 RCL1-PAG                 PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PGMP0809'.

       01  WK-RCL2.
           05 FILLER                   PIC X(34) VALUE
           'DEPARTAMENTO DE ANALISE DE SUPORTE'.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 RCL2-DATA                PIC X(10) VALUE SPACES.

       01  WK-RCL3.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(48) VALUE
           'RELATORIO DE CLIENTES - SALDO MEDIO CONSOLIDADO'.

       01  WK-RCL4.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'NUMERO'.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'NOME'.
           05 FILLER                   PIC X(21) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'SITUACAO'.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'SALDO MEDIO'.

       01  WK-RCL5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'CLIENTE '.
           05 RCL5-TIPO                PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RCL5-DOC                 PIC X(18) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RCL5-NOME                PIC X(40) VALUE SPACES.

       01  WK-RCL6.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 RCL6-AGENCIA             PIC ZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RCL6-CONTA               PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RCL6-NOME                PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RCL6-SITUACAO            PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RCL6-SALDO               PIC +9(07),99.
           05 RCL6-SALDO-A REDEFINES RCL6-SALDO
                                       PIC X(11).

       01  WK-RCL7.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(28) VALUE
           'SALDO MEDIO CONSOLIDADO DE '.
           05 RCL7-QTD                 PIC ZZZ9.
           05 FILLER                   PIC X(08) VALUE ' CONTAS '.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 RCL7-SALDO               PIC +ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-RCL8.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'CLIENTES '.
           05 RCL8-CLIENTES            PIC ZZZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(19) VALUE
           'CONTAS VINCULADAS '.
           05 RCL8-VINCULADAS          PIC ZZZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'SEM VINCULO '.
           05 RCL8-SEM-VINCULO         PIC ZZZZZ9.

       01  WK-RCL9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
           'TOTAL GERAL CONSOLIDADO       '.
           05 RCL9-SALDO               PIC +Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE
           'CONTAS LIDAS '.
           05 RCL9-LIDAS               PIC ZZZZZ9.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMP0809".
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
           PERFORM 2000-PROCESSAMENTO THRU END-2000
                        UNTIL WK-FIM = "S"
           PERFORM 2500-ORDENAR-DETALHE THRU END-2500
           PERFORM 3000-IMPRIMIR THRU END-3000
                        UNTIL WK-FIM-ORD = "S"
           PERFORM 3200-FECHAR-CLIENTE THRU END-3200
           PERFORM 4000-FINALIZAR THRU END-4000

      *    RETORNO 4 QUANDO ALGUMA CONTA SAIU SEM SALDO (PERIODO
      *    CORROMPIDO) OU APONTA PARA CLIENTE QUE NAO ESTA NO CADASTRO
           IF (WK-TOT-CORROMPIDAS > ZEROS OR
               WK-TOT-SEM-CADASTRO > ZEROS) AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 8000-GRAVAR-RUNLOG THRU END-8000

           STOP RUN.

       1000-INICIALIZAR SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-RL-AGORA
           MOVE WK-RL-AGORA (1:8) TO WK-RL-DATA-INI
           MOVE WK-RL-AGORA (9:6) TO WK-RL-HORA-INI

           OPEN INPUT ERESUMO

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERESUMO" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

      *    SEM CADASTRO DE CLIENTES AINDA (FILE STATUS 35) NAO HA
      *    NOME A IMPRIMIR - O RELATORIO SAI MESMO ASSIM, COM OS
      *    VINCULOS APONTADOS COMO CLIENTE NAO CADASTRADO
           MOVE "S" TO WK-CLI-ABERTO
           OPEN INPUT CLIENTE

           IF WK-FS-CL EQUAL 35
               MOVE "N" TO WK-CLI-ABERTO
           ELSE
               IF WK-FS-CL NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO CLIENTE" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CURRENT-DATE
           MOVE WK-CD-AAAA TO WK-DATA1-AAAA
           MOVE WK-CD-MM   TO WK-DATA1-MM
           MOVE WK-CD-DD   TO WK-DATA1-DD

      *    CONFERIR OS CONTROLES DO MESTRE ANTES DE ABRIR (E TRUNCAR)
      *    AS SAIDAS DA EXECUCAO ANTERIOR
           PERFORM 1050-CONFERIR-CONTROLE THRU END-1050

           OPEN OUTPUT WORKCLI

           IF WK-FS-WC NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO WORKCLI" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           OPEN OUTPUT RELCLI

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO RELCLI" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           MOVE 999 TO WK-AC-LINHAS

           MOVE ZEROS TO ER-AGENCIA
           MOVE ZEROS TO ER-NUMCTA
           START ERESUMO KEY NOT < ER-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM
           END-START
           .
       END-1000. EXIT.

      *    MESMA CONFERENCIA DE CABECALHO/TRAILER DO PGMP0801
       1050-CONFERIR-CONTROLE SECTION.
           PERFORM 1055-SOMAR-CONTROLE THRU END-1055
                        UNTIL WK-FIM-CTL = "S"

           IF WK-CAB-ACHADO NOT = "S" OR WK-TRL-ACHADO NOT = "S"
               DISPLAY "ERESUMO SEM REGISTROS DE CONTROLE - "
                       "ARQUIVO INCOMPLETO OU NAO CARIMBADO"
               MOVE "ERESUMO REPROVADO NA CONFERENCIA" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           IF WK-CTL-QTD NOT = WK-TRL-QTD OR
              WK-CTL-HASH NOT = WK-TRL-HASH OR
              WK-CTL-SOMA NOT = WK-TRL-SOMA
               DISPLAY "TRAILER DO ERESUMO NAO CONFERE:"
               DISPLAY "  QTD  LIDA " WK-CTL-QTD
                       " TRAILER " WK-TRL-QTD
               DISPLAY "  HASH LIDO " WK-CTL-HASH
                       " TRAILER " WK-TRL-HASH
               DISPLAY "  SOMA LIDA " WK-CTL-SOMA
                       " TRAILER " WK-TRL-SOMA
               MOVE "ERESUMO REPROVADO NA CONFERENCIA" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-1050. EXIT.

       1055-SOMAR-CONTROLE SECTION.
           READ ERESUMO NEXT RECORD INTO WK-REG-ERESUMO
               AT END
                   MOVE "S" TO WK-FIM-CTL
               NOT AT END
                   EVALUATE TRUE
                       WHEN ER-AGENCIA = 0000 AND ER-NUMCTA = 000000
                           MOVE "S" TO WK-CAB-ACHADO
                       WHEN ER-AGENCIA = 9999 AND ER-NUMCTA = 999999
                           MOVE "S" TO WK-TRL-ACHADO
                           MOVE WK-REG-ERESUMO TO WK-REG-TRL
                       WHEN OTHER
                           ADD 1 TO WK-CTL-QTD
                           ADD ER-NUMCTA TO WK-CTL-HASH
                           PERFORM VARYING WK-I FROM 1 BY 1
                                   UNTIL WK-I > 12
                               IF WK-ER-VALORS (WK-I) NUMERIC
                                   ADD WK-ER-VALORS (WK-I)
                                       TO WK-CTL-SOMA
                               END-IF
                           END-PERFORM
                   END-EVALUATE
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERESUMO" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-1055. EXIT.

      *    PRIMEIRA PASSADA: CONTA COM VINCULO VAI PARA O ARQUIVO DE
      *    TRABALHO COM O SALDO MEDIO JA CALCULADO; CONTA SEM VINCULO
      *    SO E CONTADA
       2000-PROCESSAMENTO SECTION.
           READ ERESUMO NEXT RECORD INTO WK-REG-ERESUMO
               AT END
                   MOVE "S" TO WK-FIM
               NOT AT END
                   IF (ER-AGENCIA = 0000 AND ER-NUMCTA = 000000) OR
                      (ER-AGENCIA = 9999 AND ER-NUMCTA = 999999)
                       CONTINUE
                   ELSE
                       ADD 1 TO WK-TOT-LIDAS
                       IF WK-ER-CLI-TIPO = SPACES
                           ADD 1 TO WK-TOT-SEM-VINCULO
                       ELSE
                           PERFORM 2020-GRAVAR-VINCULADA
                              THRU END-2020
                       END-IF
                   END-IF
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERESUMO" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2000. EXIT.

       2020-GRAVAR-VINCULADA SECTION.
           PERFORM 2030-CALCULAR-SALDO THRU END-2030

           MOVE SPACES          TO WK-REG-WC
           MOVE WK-ER-CLI-TIPO  TO WK-WC-TIPO
           MOVE WK-ER-CLI-DOC   TO WK-WC-DOC
           MOVE WK-ER-AGENCIA   TO WK-WC-AGENCIA
           MOVE WK-ER-NUMCTA    TO WK-WC-CONTA
           MOVE WK-ER-NOME      TO WK-WC-NOME
           MOVE WK-ER-SITUACAO  TO WK-WC-SITUACAO
           MOVE WK-ERRO-PERIODO TO WK-WC-ERRO
           MOVE WK-SALDO-MEDIO  TO WK-WC-SALDO

           IF WK-ERRO-PERIODO = "S"
               ADD 1 TO WK-TOT-CORROMPIDAS
               MOVE ZEROS TO WK-WC-SALDO
               DISPLAY "CONTA COM PERIODO NAO NUMERICO - SEM SALDO: "
                       WK-ER-AGENCIA "/" WK-ER-NUMCTA
           END-IF

           WRITE REG-WORKCLI FROM WK-REG-WC

           IF WK-FS-WC NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO WORKCLI" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           ADD 1 TO WK-TOT-VINCULADAS
           .
       END-2020. EXIT.

      *    MESMO CALCULO DO SALDO MEDIO DO RELATORIO (PGMP0801 2030):
      *    BRANCOS ENTRAM COMO ZERO; LIXO NAO NUMERICO MARCA
      *    WK-ERRO-PERIODO E A CONTA SAI SEM SALDO
       2030-CALCULAR-SALDO SECTION.
           MOVE 0      TO WK-SALDO-MEDIO
           MOVE 0      TO WK-TOT-VALOR-DIA
           MOVE 0      TO WK-TOT-DIAS
           MOVE SPACES TO WK-ERRO-PERIODO

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               IF WK-ER-VALORS (WK-I) NOT NUMERIC
                   IF WK-ER-VALORS-A (WK-I) = SPACES
                       MOVE ZEROS TO WK-ER-VALORS (WK-I)
                   ELSE
                       MOVE "S" TO WK-ERRO-PERIODO
                   END-IF
               END-IF
               IF WK-ER-DIAS (WK-I) NOT NUMERIC
                   IF WK-ER-DIAS-A (WK-I) = SPACES
                       MOVE ZEROS TO WK-ER-DIAS (WK-I)
                   ELSE
                       MOVE "S" TO WK-ERRO-PERIODO
                   END-IF
               END-IF
               IF WK-ERRO-PERIODO NOT = "S"
                   COMPUTE WK-TOT-VALOR-DIA = WK-TOT-VALOR-DIA +
                           (WK-ER-VALORS (WK-I) * WK-ER-DIAS (WK-I))
                   END-COMPUTE
                   ADD WK-ER-DIAS (WK-I) TO WK-TOT-DIAS
               END-IF
           END-PERFORM

           IF WK-TOT-DIAS > ZEROS
               COMPUTE WK-SALDO-MEDIO =
                       WK-TOT-VALOR-DIA / WK-TOT-DIAS
               END-COMPUTE
           END-IF
           .
       END-2030. EXIT.

      *    RECLASSIFICAR AS CONTAS VINCULADAS POR CLIENTE + AGENCIA +
      *    CONTA COM O SORT, COMO O 1030 DO PGMP0806
       2500-ORDENAR-DETALHE SECTION.
           CLOSE WORKCLI

           IF WK-FS-WC NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO WORKCLI" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           SORT CLASSIF ON ASCENDING KEY SR-TIPO
                                         SR-DOC
                                         SR-AGENCIA
                                         SR-CONTA
                USING WORKCLI GIVING CLIORD

           IF SORT-RETURN NOT EQUAL ZEROS
               DISPLAY "SORT-RETURN: " SORT-RETURN
               DISPLAY "ERRO NA CLASSIFICACAO DO DETALHE - "
                       "RELATORIO NAO EMITIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIORD

           IF WK-FS-CO NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO CLIORD" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2500. EXIT.

      *    SEGUNDA PASSADA, NO DETALHE CLASSIFICADO: QUEBRA POR
      *    CLIENTE, COM O CONSOLIDADO DO ANTERIOR ANTES DO PROXIMO
       3000-IMPRIMIR SECTION.
           READ CLIORD INTO WK-REG-WC
               AT END
                   MOVE "S" TO WK-FIM-ORD
               NOT AT END
                   IF WK-TEM-CLIENTE NOT = "S" OR
                      WK-WC-TIPO NOT = WK-CLI-TIPO-ATUAL OR
                      WK-WC-DOC NOT = WK-CLI-DOC-ATUAL
                       PERFORM 3200-FECHAR-CLIENTE THRU END-3200
                       PERFORM 3100-ABRIR-CLIENTE THRU END-3100
                   END-IF
                   PERFORM 3050-IMPRIMIR-CONTA THRU END-3050
           END-READ

           IF WK-FS-CO NOT EQUAL ZEROS AND
               WK-FS-CO NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO CLIORD" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-3000. EXIT.

      *    LINHA DA CONTA. A ENCERRADA SAI LISTADA MAS NAO ENTRA NO
      *    CONSOLIDADO, E A CORROMPIDA SAI SEM SALDO
       3050-IMPRIMIR-CONTA SECTION.
           IF WK-AC-LINHAS > 57
               PERFORM 3300-IMPRIMIR-CABECALHO THRU END-3300
           END-IF

           MOVE WK-WC-AGENCIA TO RCL6-AGENCIA
           MOVE WK-WC-CONTA   TO RCL6-CONTA
           MOVE WK-WC-NOME    TO RCL6-NOME
           EVALUATE WK-WC-SITUACAO
               WHEN "B" MOVE "BLOQUEADA"  TO RCL6-SITUACAO
               WHEN "E" MOVE "ENCERRADA"  TO RCL6-SITUACAO
               WHEN OTHER MOVE "ATIVA"    TO RCL6-SITUACAO
           END-EVALUATE

           IF WK-WC-ERRO = "S"
               MOVE "*PERIODO" TO RCL6-SALDO-A
           ELSE
               MOVE WK-WC-SALDO TO RCL6-SALDO
               IF WK-WC-SITUACAO NOT = "E"
                   ADD WK-WC-SALDO TO WK-CLI-SALDO
                   ADD 1 TO WK-CLI-CONTAS
               END-IF
           END-IF

           ADD 1 TO WK-AC-LINHAS
           WRITE REG-RELCLI FROM WK-RCL6 AFTER 1
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150
           .
       END-3050. EXIT.

      *    NOVO CLIENTE: BUSCAR O NOME NO CADASTRO, FORMATAR O
      *    DOCUMENTO E IMPRIMIR A LINHA DO CLIENTE. O BLOCO COMECA NA
      *    PAGINA SEGUINTE SE NAO COUBER AO MENOS UMA CONTA
       3100-ABRIR-CLIENTE SECTION.
           MOVE "S"        TO WK-TEM-CLIENTE
           MOVE WK-WC-TIPO TO WK-CLI-TIPO-ATUAL
           MOVE WK-WC-DOC  TO WK-CLI-DOC-ATUAL
           MOVE ZEROS      TO WK-CLI-CONTAS
           MOVE ZEROS      TO WK-CLI-SALDO
           ADD 1 TO WK-TOT-CLIENTES

           MOVE SPACES TO WK-DOC-FMT
           IF WK-WC-TIPO = "F"
               STRING WK-WC-DOC (4:3)  "." WK-WC-DOC (7:3) "."
                      WK-WC-DOC (10:3) "-" WK-WC-DOC (13:2)
                      DELIMITED BY SIZE INTO WK-DOC-FMT
               END-STRING
           ELSE
               STRING WK-WC-DOC (1:2) "." WK-WC-DOC (3:3) "."
                      WK-WC-DOC (6:3) "/" WK-WC-DOC (9:4) "-"
                      WK-WC-DOC (13:2)
                      DELIMITED BY SIZE INTO WK-DOC-FMT
               END-STRING
           END-IF

           MOVE WK-WC-TIPO TO RCL5-TIPO
           MOVE WK-DOC-FMT TO RCL5-DOC
           MOVE "*** CLIENTE NAO CADASTRADO ***" TO RCL5-NOME

           IF WK-CLI-ABERTO = "S" AND WK-WC-DOC NUMERIC
               MOVE WK-WC-TIPO TO CL-TIPO
               MOVE WK-WC-DOC  TO CL-DOC
               READ CLIENTE
                   INVALID KEY
                       ADD 1 TO WK-TOT-SEM-CADASTRO
                   NOT INVALID KEY
                       MOVE CL-NOME TO RCL5-NOME
               END-READ
               IF WK-FS-CL NOT EQUAL ZEROS AND
                   WK-FS-CL NOT EQUAL 23
                   MOVE "ERRO NA LEITURA DO CLIENTE" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           ELSE
               ADD 1 TO WK-TOT-SEM-CADASTRO
           END-IF

           IF WK-AC-LINHAS > 54
               PERFORM 3300-IMPRIMIR-CABECALHO THRU END-3300
           END-IF

           ADD 2 TO WK-AC-LINHAS
           WRITE REG-RELCLI FROM WK-RCL5 AFTER 2
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150
           .
       END-3100. EXIT.

      *    COM FILE STATUS DECLARADO, ERRO DE WRITE NAO DERRUBA O
      *    PROGRAMA SOZINHO - SEM ESTA CONFERENCIA UM DISCO CHEIO
      *    SAIRIA COMO RELATORIO TRUNCADO COM CARA DE SUCESSO
       3150-CONFERIR-ESCRITA SECTION.
           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO RELCLI" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-3150. EXIT.

      *    CONSOLIDADO DO CLIENTE CORRENTE: SOMA DOS SALDOS MEDIOS
      *    DAS CONTAS NAO ENCERRADAS
       3200-FECHAR-CLIENTE SECTION.
           IF WK-TEM-CLIENTE = "S"
               MOVE WK-CLI-CONTAS TO RCL7-QTD
               MOVE WK-CLI-SALDO  TO RCL7-SALDO
               ADD 1 TO WK-AC-LINHAS
               WRITE REG-RELCLI FROM WK-RCL7 AFTER 1
               PERFORM 3150-CONFERIR-ESCRITA THRU END-3150
               ADD WK-CLI-SALDO TO WK-TOT-CONSOLIDADO
           END-IF
           .
       END-3200. EXIT.

       3300-IMPRIMIR-CABECALHO SECTION.
           ADD 1 TO WK-AC-PAGINAS
           MOVE WK-AC-PAGINAS TO RCL1-PAG
           MOVE WK-DATA TO RCL2-DATA

           IF WK-AC-PAGINAS = 1
               WRITE REG-RELCLI FROM WK-RCL1 BEFORE 1
           ELSE
               WRITE REG-RELCLI FROM WK-RCL1 AFTER PAGE
           END-IF
           WRITE REG-RELCLI FROM WK-RCL2 AFTER 1
           WRITE REG-RELCLI FROM WK-RCL3 AFTER 1
           WRITE REG-RELCLI FROM WK-RCL4 AFTER 1
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           MOVE 7 TO WK-AC-LINHAS
           .
       END-3300. EXIT.

       4000-FINALIZAR SECTION.
           IF WK-TOT-CLIENTES = ZEROS
               PERFORM 3300-IMPRIMIR-CABECALHO THRU END-3300
           END-IF

           MOVE WK-TOT-CLIENTES    TO RCL8-CLIENTES
           MOVE WK-TOT-VINCULADAS  TO RCL8-VINCULADAS
           MOVE WK-TOT-SEM-VINCULO TO RCL8-SEM-VINCULO
           WRITE REG-RELCLI FROM WK-RCL8 AFTER 3
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           MOVE WK-TOT-CONSOLIDADO TO RCL9-SALDO
           MOVE WK-TOT-LIDAS       TO RCL9-LIDAS
           WRITE REG-RELCLI FROM WK-RCL9 AFTER 1
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           CLOSE ERESUMO
           CLOSE CLIORD

           IF WK-CLI-ABERTO = "S"
               CLOSE CLIENTE
           END-IF

      *    O CLOSE DESCARREGA OS BUFFERS DO RELATORIO - FALHA AQUI E
      *    RELATORIO INCOMPLETO NO DISCO E NAO PODE SAIR COM RC 0
           CLOSE RELCLI

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO RELCLI" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           DISPLAY "RELATORIO DE CLIENTES ENCERRADO"
           DISPLAY "CONTAS LIDAS:          " WK-TOT-LIDAS
           DISPLAY "CONTAS VINCULADAS:     " WK-TOT-VINCULADAS
           DISPLAY "CONTAS SEM VINCULO:    " WK-TOT-SEM-VINCULO
           DISPLAY "CLIENTES LISTADOS:     " WK-TOT-CLIENTES
           DISPLAY "CLIENTE NAO CADASTRADO:" WK-TOT-SEM-CADASTRO
           DISPLAY "PERIODO NAO NUMERICO:  " WK-TOT-CORROMPIDAS
           .
       END-4000. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR. GRAVADOS = CONTAS
      *    VINCULADAS LISTADAS
       8000-GRAVAR-RUNLOG SECTION.
           MOVE WK-TOT-LIDAS       TO WK-RL-LIDOS
           MOVE WK-TOT-VINCULADAS  TO WK-RL-GRAVADOS
           MOVE WK-TOT-CORROMPIDAS TO WK-RL-REJEITADOS
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
       END-8000. EXIT.

      *    ERRO DE E/S E SEMPRE FATAL: RETORNO 12 E TERMINO IMEDIATO,
      *    COMO NOS DEMAIS LEITORES DO MESTRE
       9000-ERRO-PROCESSAMENTO SECTION.
           DISPLAY "==================================================="
           DISPLAY "PROGRAMA COM ERRO"
           DISPLAY "==================================================="
           DISPLAY WK-MSG
           DISPLAY "==================================================="
           DISPLAY "FILE STATUS ERESUMO: " WK-FS-ER
           DISPLAY "FILE STATUS CLIENTE: " WK-FS-CL
           DISPLAY "FILE STATUS WORKCLI: " WK-FS-WC
           DISPLAY "FILE STATUS CLIORD : " WK-FS-CO
           DISPLAY "FILE STATUS RELCLI : " WK-FS-REL
           DISPLAY "==================================================="

           MOVE 12 TO RETURN-CODE

           STOP RUN
           .
       9000-FIM. EXIT.

       END PROGRAM PGMP0809.
