      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Informe de rendimentos do ano. Roda junto com a
      *          virada de ano (PGMS0803), sobre o acumulado anual
      *          RENDIR.DAT gravado pelo PGMP0803: cada conta com
      *          juros creditados no ano e buscada no ERESUMO para
      *          achar o cliente titular (CPF/CNPJ, PGMS0807) e o nome,
      *          as contas sao reclassificadas por cliente com o SORT
      *          e cada beneficiario recebe o seu informe, em pagina
      *          propria, em INFREND.DAT: as contas dele com juros
      *          brutos, imposto retido na fonte e liquido, e o total.
      *          O arquivo de layout fixo RENDCONS.DAT, para a
      *          declaracao a Receita, traz um registro por
      *          beneficiario entre o cabecalho (tipo 1) e o trailer de
      *          controle (tipo 9). Conta sem cliente vinculado nao
      *          tem CPF/CNPJ para declarar: sai listada no fim do
      *          informe como pendencia, fica fora do consolidado e o
      *          retorno sobe para 4. Conta ja expurgada do ERESUMO
      *          (PGMS0806) sai pelo cliente gravado no RENDIR.
      *          O ano vem da variavel de ambiente PGMP0811_ANO ou, na
      *          falta, e o ano anterior ao corrente, como no PGMS0803.
      * Tectonics: cobc
      * Obeservation: RD significa RENDIMENTO, ER significa ERESUMO,
      *               CL significa CLIENTE, WR significa WORKREN
      *               (ARQUIVO DE TRABALHO), RC significa RENDCONS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMP0811.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ACUMULADO DE RENDIMENTOS POR ANO + AGENCIA + CONTA
           SELECT RENDIR ASSIGN TO "RENDIR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RD-CHAVE
                  FILE STATUS IS WK-FS-RD.

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

      *    CONTAS DO ANO COMO SAIRAM DO ACUMULADO E O MESMO DETALHE
      *    JA CLASSIFICADO POR CLIENTE, DE ONDE O INFORME LE
           SELECT WORKREN ASSIGN TO "WORKREN.DAT"
                  FILE STATUS IS WK-FS-WR.

           SELECT RENORD ASSIGN TO "RENORD.DAT"
                  FILE STATUS IS WK-FS-RO.

           SELECT CLASSIF ASSIGN TO "SORTWK4".

           SELECT INFREND ASSIGN TO "INFREND.DAT"
                  FILE STATUS IS WK-FS-INF.

      *    CONSOLIDADO PARA A DECLARACAO: REGISTRO FIXO DE 100 BYTES,
      *    UMA LINHA POR REGISTRO, COMO O GLINTF
           SELECT RENDCONS ASSIGN TO "RENDCONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-RC.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-RL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

       FD  RENDIR.

       01  REG-RENDIR.
           05 RD-CHAVE.
               10 RD-ANO               PIC 9(04).
               10 RD-AGENCIA           PIC 9(04).
               10 RD-NUMCTA            PIC 9(06).
           05 RD-DADOS                 PIC X(86).

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

       FD  WORKREN.

       01  REG-WORKREN                 PIC X(100).

       FD  RENORD.

       01  REG-RENORD                  PIC X(100).

       SD  CLASSIF.

       01  REG-SR.
           05 SR-GRUPO                 PIC X(01).
           05 SR-TIPO                  PIC X(01).
           05 SR-DOC                   PIC X(14).
           05 SR-AGENCIA               PIC X(04).
           05 SR-CONTA                 PIC X(06).
           05 FILLER                   PIC X(74).

       FD  INFREND.

       01  REG-INFREND                 PIC X(80).

       FD  RENDCONS.

       01  REG-RENDCONS                PIC X(100).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-RD                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-ER                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-CL                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-WR                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-RO                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-INF                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-RC                    PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-FIM-ORD                  PIC X(01) VALUE SPACES.
       77  WK-CLI-ABERTO               PIC X(01) VALUE SPACES.
       77  WK-ANO-REF                  PIC 9(04) VALUE ZEROS.
       77  WK-ANO-PARM                 PIC X(04) VALUE SPACES.
       77  WK-TOT-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WK-TOT-VINCULADAS           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-PENDENTES            PIC 9(06) VALUE ZEROS.
       77  WK-TOT-EXPURGADAS           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-BENEFICIARIOS        PIC 9(06) VALUE ZEROS.
       77  WK-TOT-SEM-CADASTRO         PIC 9(06) VALUE ZEROS.
       01  WK-TOT-BRUTO                PIC 9(13)V99 VALUE ZEROS.
       01  WK-TOT-IMPOSTO              PIC 9(13)V99 VALUE ZEROS.
       01  WK-TOT-LIQUIDO              PIC 9(13)V99 VALUE ZEROS.
       01  WK-PEN-BRUTO                PIC 9(13)V99 VALUE ZEROS.
       01  WK-PEN-IMPOSTO              PIC 9(13)V99 VALUE ZEROS.
       77  WK-TEM-BENEF                PIC X(01) VALUE SPACES.
       77  WK-TEM-PENDENTE             PIC X(01) VALUE SPACES.
       77  WK-BEN-TIPO-ATUAL           PIC X(01) VALUE SPACES.
       77  WK-BEN-DOC-ATUAL            PIC X(14) VALUE SPACES.
       01  WK-BEN-NOME                 PIC X(40) VALUE SPACES.
       77  WK-BEN-CONTAS               PIC 9(04) VALUE ZEROS.
       01  WK-BEN-BRUTO                PIC 9(11)V99 VALUE ZEROS.
       01  WK-BEN-IMPOSTO              PIC 9(11)V99 VALUE ZEROS.
       01  WK-BEN-LIQUIDO              PIC 9(11)V99 VALUE ZEROS.
       77  WK-IN-PAGINAS               PIC 9(03) VALUE ZEROS.
       77  WK-IN-LINHAS                PIC 9(05) VALUE ZEROS.

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

      *    ACUMULADO DA CONTA NO ANO (LAYOUT DO PGMP0803)
       01  WK-REG-RENDIR.
           05 WK-RD-ANO                PIC 9(04) VALUE ZEROS.
           05 WK-RD-AGENCIA            PIC 9(04) VALUE ZEROS.
           05 WK-RD-NUMCTA             PIC 9(06) VALUE ZEROS.
           05 WK-RD-QTD                PIC 9(04) VALUE ZEROS.
           05 WK-RD-BRUTO              PIC 9(11)V99 VALUE ZEROS.
           05 WK-RD-IMPOSTO            PIC 9(11)V99 VALUE ZEROS.
           05 WK-RD-LIQUIDO            PIC 9(11)V99 VALUE ZEROS.
           05 WK-RD-DT-ULTIMO          PIC 9(08) VALUE ZEROS.
           05 WK-RD-ULT-BRUTO          PIC 9(07)V99 VALUE ZEROS.
           05 WK-RD-ULT-IMPOSTO        PIC 9(07)V99 VALUE ZEROS.
           05 WK-RD-CLI-TIPO           PIC X(01) VALUE SPACES.
           05 WK-RD-CLI-DOC            PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.

       01  WK-REG-ERESUMO.
           05 WK-ER-AGENCIA            PIC X(04)    VALUE SPACES.
           05 WK-ER-NUMCTA             PIC X(06)    VALUE SPACES.
           05 WK-ER-NOME               PIC X(23)    VALUE SPACES.
           05 WK-ER-PERIODOS           PIC X(156)   VALUE SPACES.
      *    SITUACAO DA CONTA, DATA DA ULTIMA MUDANCA DE SITUACAO E O
      *    CLIENTE TITULAR (TIPO EM BRANCO = CONTA SEM VINCULO)
           05 WK-ER-SITUACAO           PIC X(01)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO-A      PIC X(08)    VALUE SPACES.
           05 WK-ER-CLI-TIPO           PIC X(01)    VALUE SPACES.
           05 WK-ER-CLI-DOC            PIC X(14)    VALUE SPACES.
           05 FILLER                   PIC X(37)    VALUE SPACES.

      *    REGISTRO DO ARQUIVO DE TRABALHO: GRUPO 1 = CONTA COM
      *    CLIENTE (VAI PARA O INFORME E O CONSOLIDADO), GRUPO 2 =
      *    PENDENCIA, LISTADA NO FIM. MOTIVO DA PENDENCIA: S = SEM
      *    VINCULO, N = CONTA FORA DO ERESUMO, V = VINCULO INVALIDO
       01  WK-REG-WR.
           05 WK-WR-GRUPO              PIC X(01) VALUE SPACES.
           05 WK-WR-TIPO               PIC X(01) VALUE SPACES.
           05 WK-WR-DOC                PIC X(14) VALUE SPACES.
           05 WK-WR-AGENCIA            PIC 9(04) VALUE ZEROS.
           05 WK-WR-CONTA              PIC 9(06) VALUE ZEROS.
           05 WK-WR-NOME               PIC X(23) VALUE SPACES.
           05 WK-WR-QTD                PIC 9(04) VALUE ZEROS.
           05 WK-WR-BRUTO              PIC 9(11)V99 VALUE ZEROS.
           05 WK-WR-IMPOSTO            PIC 9(11)V99 VALUE ZEROS.
           05 WK-WR-LIQUIDO            PIC 9(11)V99 VALUE ZEROS.
           05 WK-WR-MOTIVO             PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE SPACES.

      *    CPF/CNPJ FORMATADO PARA O INFORME
       01  WK-DOC-FMT                  PIC X(18) VALUE SPACES.

      *    REGISTROS DO CONSOLIDADO PARA A DECLARACAO
       01  WK-RC-CAB.
           05 FILLER                   PIC X(01) VALUE "1".
           05 WK-RCH-ANO               PIC 9(04) VALUE ZEROS.
           05 WK-RCH-DATA              PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(08) VALUE "PGMP0811".
           05 FILLER                   PIC X(79) VALUE SPACES.

       01  WK-RC-DET.
           05 FILLER                   PIC X(01) VALUE "2".
           05 WK-RCD-TIPO              PIC X(01) VALUE SPACES.
           05 WK-RCD-DOC               PIC X(14) VALUE SPACES.
           05 WK-RCD-NOME              PIC X(40) VALUE SPACES.
           05 WK-RCD-CONTAS            PIC 9(04) VALUE ZEROS.
           05 WK-RCD-BRUTO             PIC 9(11)V99 VALUE ZEROS.
           05 WK-RCD-IMPOSTO           PIC 9(11)V99 VALUE ZEROS.
           05 WK-RCD-LIQUIDO           PIC 9(11)V99 VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACES.

       01  WK-RC-TRL.
           05 FILLER                   PIC X(01) VALUE "9".
           05 WK-RCT-QTD               PIC 9(06) VALUE ZEROS.
           05 WK-RCT-BRUTO             PIC 9(13)V99 VALUE ZEROS.
           05 WK-RCT-IMPOSTO           PIC 9(13)V99 VALUE ZEROS.
           05 WK-RCT-LIQUIDO           PIC 9(13)V99 VALUE ZEROS.
           05 FILLER                   PIC X(48) VALUE SPACES.

      *    LINHAS DO INFORME
       01  WK-INF1.
           05 FILLER                   PIC X(36) VALUE
           'MONTEDATA PROCESSADORA DE DADOS LTDA'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'PAG. '.
           05 INF1-PAG                 PIC ZZ9.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PGMP0811'.

       01  WK-INF2.
           05 FILLER                   PIC X(34) VALUE
           'DEPARTAMENTO DE ANALISE DE SUPORTE'.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 INF2-DATA                PIC X(10) VALUE SPACES.

       01  WK-INF3.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(55) VALUE
           'INFORME DE RENDIMENTOS FINANCEIROS - ANO-CALENDARIO '.
           05 INF3-ANO                 PIC 9(04) VALUE ZEROS.

       01  WK-INF4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE 'BENEFICIARIO: '.
           05 INF4-NOME                PIC X(40) VALUE SPACES.

       01  WK-INF5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE 'CPF/CNPJ:     '.
           05 INF5-DOC                 PIC X(18) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 INF5-PESSOA              PIC X(15) VALUE SPACES.

       01  WK-INF6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'CONTA '.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'CRED'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           ' RENDIMENTO BRUTO'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           '   IMPOSTO RETIDO'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           'RENDIMENTO LIQUID'.

       01  WK-INF7.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 INF7-AGENCIA             PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF7-CONTA               PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 INF7-QTD                 PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF7-BRUTO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF7-IMPOSTO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF7-LIQUIDO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-INF8.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF8-LABEL               PIC X(22) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF8-BRUTO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF8-IMPOSTO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF8-LIQUIDO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-INF9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(60) VALUE
           'JUROS CREDITADOS EM CONTA - IMPOSTO RETIDO NA FONTE'.

       01  WK-INF10.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(64) VALUE
           'CONTAS COM RENDIMENTO SEM CPF/CNPJ - FORA DO CONSOLIDADO'.

       01  WK-INF11.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'CONTA '.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'NOME'.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           ' RENDIMENTO BRUTO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PENDENCI'.

       01  WK-INF12.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 INF12-AGENCIA            PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF12-CONTA              PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 INF12-NOME               PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF12-BRUTO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 INF12-MOTIVO             PIC X(16) VALUE SPACES.

       01  WK-INF13.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE 'BENEFICIARIOS '.
           05 INF13-BENEF              PIC ZZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'CONTAS '.
           05 INF13-CONTAS             PIC ZZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'PENDENTES  '.
           05 INF13-PENDENTES          PIC ZZZZZ9.

       01  WK-INF14.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF14-LABEL              PIC X(22) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF14-BRUTO              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 INF14-IMPOSTO            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMP0811".
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
           PERFORM 3200-FECHAR-BENEFICIARIO THRU END-3200
           PERFORM 4000-FINALIZAR THRU END-4000

      *    RETORNO 4 QUANDO ALGUMA CONTA FICOU FORA DO CONSOLIDADO,
      *    QUANDO UM CLIENTE NAO ESTA NO CADASTRO (SAIU COM O NOME DA
      *    CONTA) OU QUANDO O ANO NAO TEM RENDIMENTO NENHUM
           IF (WK-TOT-PENDENTES > ZEROS OR
               WK-TOT-SEM-CADASTRO > ZEROS OR
               WK-TOT-LIDAS = ZEROS) AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 8000-GRAVAR-RUNLOG THRU END-8000

           STOP RUN.

       1000-INICIALIZAR SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-RL-AGORA
           MOVE WK-RL-AGORA (1:8) TO WK-RL-DATA-INI
           MOVE WK-RL-AGORA (9:6) TO WK-RL-HORA-INI

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CURRENT-DATE
           MOVE WK-CD-AAAA TO WK-DATA1-AAAA
           MOVE WK-CD-MM   TO WK-DATA1-MM
           MOVE WK-CD-DD   TO WK-DATA1-DD

           ACCEPT WK-ANO-PARM FROM ENVIRONMENT "PGMP0811_ANO"

           IF WK-ANO-PARM NUMERIC
               MOVE WK-ANO-PARM TO WK-ANO-REF
           END-IF

      *    ANO AUSENTE OU FORA DE QUALQUER PLAUSIBILIDADE CAI NO
      *    PADRAO DA VIRADA: O ANO ANTERIOR AO CORRENTE
           IF WK-ANO-REF < 1990 OR WK-ANO-REF > WK-CD-AAAA
               COMPUTE WK-ANO-REF = WK-CD-AAAA - 1
               END-COMPUTE
           END-IF

           DISPLAY "INFORME DE RENDIMENTOS - ANO-CALENDARIO: "
                   WK-ANO-REF

           OPEN INPUT RENDIR

           IF WK-FS-RD NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO RENDIR" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           OPEN INPUT ERESUMO

           IF WK-FS-ER NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO ERESUMO" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

      *    SEM CADASTRO DE CLIENTES (FILE STATUS 35) O INFORME SAI COM
      *    O NOME DA CONTA, E OS BENEFICIARIOS SAO APONTADOS
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

           OPEN OUTPUT WORKREN

           IF WK-FS-WR NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO WORKREN" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           OPEN OUTPUT INFREND

           IF WK-FS-INF NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO INFREND" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           OPEN OUTPUT RENDCONS

           IF WK-FS-RC NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO RENDCONS" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           MOVE WK-ANO-REF      TO WK-RCH-ANO
           MOVE WK-CURRENT-DATE TO WK-RCH-DATA
           WRITE REG-RENDCONS FROM WK-RC-CAB
           PERFORM 3450-CONFERIR-CONSOLIDADO THRU END-3450

           MOVE 999 TO WK-IN-LINHAS

      *    POSICIONAR NA PRIMEIRA CONTA DO ANO
           MOVE WK-ANO-REF TO RD-ANO
           MOVE ZEROS      TO RD-AGENCIA
           MOVE ZEROS      TO RD-NUMCTA
           START RENDIR KEY NOT < RD-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM
           END-START
           .
       END-1000. EXIT.

      *    PRIMEIRA PASSADA: CADA CONTA DO ANO VAI PARA O ARQUIVO DE
      *    TRABALHO COM O CLIENTE TITULAR JA RESOLVIDO. A LEITURA PARA
      *    NA PRIMEIRA CHAVE DE OUTRO ANO
       2000-PROCESSAMENTO SECTION.
           READ RENDIR NEXT RECORD INTO WK-REG-RENDIR
               AT END
                   MOVE "S" TO WK-FIM
               NOT AT END
                   IF WK-RD-ANO NOT = WK-ANO-REF
                       MOVE "S" TO WK-FIM
                   ELSE
                       ADD 1 TO WK-TOT-LIDAS
                       PERFORM 2020-GRAVAR-TRABALHO THRU END-2020
                   END-IF
           END-READ

           IF WK-FS-RD NOT EQUAL ZEROS AND
               WK-FS-RD NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO RENDIR" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2000. EXIT.

      *    BUSCAR A CONTA NO ERESUMO: NOME E CLIENTE VINCULADO. CONTA
      *    QUE JA SAIU DO ERESUMO (EXPURGADA PELO PGMS0806 ANTES DO
      *    INFORME) USA O CLIENTE GUARDADO NO PROPRIO RENDIR PELO
      *    PGMP0803; SO SEM ELE TAMBEM E PENDENCIA "FORA DO ERESUMO".
      *    SEM VINCULO VALIDO A CONTA VAI PARA O GRUPO DAS PENDENCIAS
       2020-GRAVAR-TRABALHO SECTION.
           MOVE SPACES           TO WK-REG-WR
           MOVE "1"              TO WK-WR-GRUPO
           MOVE WK-RD-AGENCIA    TO WK-WR-AGENCIA
           MOVE WK-RD-NUMCTA     TO WK-WR-CONTA
           MOVE WK-RD-QTD        TO WK-WR-QTD
           MOVE WK-RD-BRUTO      TO WK-WR-BRUTO
           MOVE WK-RD-IMPOSTO    TO WK-WR-IMPOSTO
           MOVE WK-RD-LIQUIDO    TO WK-WR-LIQUIDO

           MOVE WK-RD-AGENCIA TO ER-AGENCIA
           MOVE WK-RD-NUMCTA  TO ER-NUMCTA
           READ ERESUMO INTO WK-REG-ERESUMO
               INVALID KEY
                   IF WK-RD-CLI-TIPO = SPACES
                       MOVE "2" TO WK-WR-GRUPO
                       MOVE "N" TO WK-WR-MOTIVO
                       MOVE "*** CONTA NAO ENCONTRADA" TO WK-WR-NOME
                   ELSE
                       MOVE SPACES TO WK-REG-ERESUMO
                       MOVE "*** CONTA EXPURGADA" TO WK-ER-NOME
                       MOVE WK-RD-CLI-TIPO TO WK-ER-CLI-TIPO
                       MOVE WK-RD-CLI-DOC  TO WK-ER-CLI-DOC
                       ADD 1 TO WK-TOT-EXPURGADAS
                   END-IF
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO ERESUMO" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           IF WK-WR-GRUPO = "1"
               MOVE WK-ER-NOME TO WK-WR-NOME
               EVALUATE TRUE
                   WHEN WK-ER-CLI-TIPO = SPACES
                       MOVE "2" TO WK-WR-GRUPO
                       MOVE "S" TO WK-WR-MOTIVO
                   WHEN (WK-ER-CLI-TIPO NOT = "F" AND
                         WK-ER-CLI-TIPO NOT = "J") OR
                        WK-ER-CLI-DOC NOT NUMERIC
                       MOVE "2" TO WK-WR-GRUPO
                       MOVE "V" TO WK-WR-MOTIVO
                   WHEN OTHER
                       MOVE WK-ER-CLI-TIPO TO WK-WR-TIPO
                       MOVE WK-ER-CLI-DOC  TO WK-WR-DOC
               END-EVALUATE
           END-IF

           IF WK-WR-GRUPO = "1"
               ADD 1 TO WK-TOT-VINCULADAS
           ELSE
               ADD 1 TO WK-TOT-PENDENTES
               DISPLAY "CONTA COM RENDIMENTO SEM CPF/CNPJ: "
                       WK-RD-AGENCIA "/" WK-RD-NUMCTA
           END-IF

           WRITE REG-WORKREN FROM WK-REG-WR

           IF WK-FS-WR NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO WORKREN" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2020. EXIT.

      *    RECLASSIFICAR POR GRUPO + CLIENTE + AGENCIA + CONTA COM O
      *    SORT, COMO O 2500 DO PGMP0809: AS PENDENCIAS FICAM NO FIM
       2500-ORDENAR-DETALHE SECTION.
           CLOSE WORKREN

           IF WK-FS-WR NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO WORKREN" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           SORT CLASSIF ON ASCENDING KEY SR-GRUPO
                                         SR-TIPO
                                         SR-DOC
                                         SR-AGENCIA
                                         SR-CONTA
                USING WORKREN GIVING RENORD

           IF SORT-RETURN NOT EQUAL ZEROS
               DISPLAY "SORT-RETURN: " SORT-RETURN
               DISPLAY "ERRO NA CLASSIFICACAO DO DETALHE - "
                       "INFORME NAO EMITIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RENORD

           IF WK-FS-RO NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO RENORD" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2500. EXIT.

      *    SEGUNDA PASSADA, NO DETALHE CLASSIFICADO: QUEBRA POR
      *    BENEFICIARIO, FECHANDO O ANTERIOR ANTES DE ABRIR O PROXIMO
       3000-IMPRIMIR SECTION.
           READ RENORD INTO WK-REG-WR
               AT END
                   MOVE "S" TO WK-FIM-ORD
               NOT AT END
                   IF WK-WR-GRUPO = "2"
                       PERFORM 3400-IMPRIMIR-PENDENTE THRU END-3400
                   ELSE
                       IF WK-TEM-BENEF NOT = "S" OR
                          WK-WR-TIPO NOT = WK-BEN-TIPO-ATUAL OR
                          WK-WR-DOC NOT = WK-BEN-DOC-ATUAL
                           PERFORM 3200-FECHAR-BENEFICIARIO
                              THRU END-3200
                           PERFORM 3100-ABRIR-BENEFICIARIO
                              THRU END-3100
                       END-IF
                       PERFORM 3050-IMPRIMIR-CONTA THRU END-3050
                   END-IF
           END-READ

           IF WK-FS-RO NOT EQUAL ZEROS AND
               WK-FS-RO NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO RENORD" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-3000. EXIT.

      *    LINHA DA CONTA NO INFORME DO BENEFICIARIO
       3050-IMPRIMIR-CONTA SECTION.
           IF WK-IN-LINHAS > 57
               PERFORM 3250-CABECALHO-INFORME THRU END-3250
           END-IF

           MOVE WK-WR-AGENCIA TO INF7-AGENCIA
           MOVE WK-WR-CONTA   TO INF7-CONTA
           MOVE WK-WR-QTD     TO INF7-QTD
           MOVE WK-WR-BRUTO   TO INF7-BRUTO
           MOVE WK-WR-IMPOSTO TO INF7-IMPOSTO
           MOVE WK-WR-LIQUIDO TO INF7-LIQUIDO

           ADD 1 TO WK-IN-LINHAS
           WRITE REG-INFREND FROM WK-INF7 AFTER 1
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           ADD 1             TO WK-BEN-CONTAS
           ADD WK-WR-BRUTO   TO WK-BEN-BRUTO
           ADD WK-WR-IMPOSTO TO WK-BEN-IMPOSTO
           ADD WK-WR-LIQUIDO TO WK-BEN-LIQUIDO
           .
       END-3050. EXIT.

      *    NOVO BENEFICIARIO: NOME DO CADASTRO DE CLIENTES (NA FALTA,
      *    O NOME DA CONTA), DOCUMENTO FORMATADO E PAGINA PROPRIA
       3100-ABRIR-BENEFICIARIO SECTION.
           MOVE "S"        TO WK-TEM-BENEF
           MOVE WK-WR-TIPO TO WK-BEN-TIPO-ATUAL
           MOVE WK-WR-DOC  TO WK-BEN-DOC-ATUAL
           MOVE ZEROS      TO WK-BEN-CONTAS
           MOVE ZEROS      TO WK-BEN-BRUTO
           MOVE ZEROS      TO WK-BEN-IMPOSTO
           MOVE ZEROS      TO WK-BEN-LIQUIDO
           ADD 1 TO WK-TOT-BENEFICIARIOS

           MOVE SPACES TO WK-DOC-FMT
           IF WK-WR-TIPO = "F"
               STRING WK-WR-DOC (4:3)  "." WK-WR-DOC (7:3) "."
                      WK-WR-DOC (10:3) "-" WK-WR-DOC (13:2)
                      DELIMITED BY SIZE INTO WK-DOC-FMT
               END-STRING
           ELSE
               STRING WK-WR-DOC (1:2) "." WK-WR-DOC (3:3) "."
                      WK-WR-DOC (6:3) "/" WK-WR-DOC (9:4) "-"
                      WK-WR-DOC (13:2)
                      DELIMITED BY SIZE INTO WK-DOC-FMT
               END-STRING
           END-IF

           MOVE WK-WR-NOME TO WK-BEN-NOME

           IF WK-CLI-ABERTO = "S"
               MOVE WK-WR-TIPO TO CL-TIPO
               MOVE WK-WR-DOC  TO CL-DOC
               READ CLIENTE
                   INVALID KEY
                       ADD 1 TO WK-TOT-SEM-CADASTRO
                       DISPLAY "CLIENTE NAO CADASTRADO: " WK-WR-TIPO
                               " " WK-WR-DOC
                   NOT INVALID KEY
                       MOVE CL-NOME TO WK-BEN-NOME
               END-READ
               IF WK-FS-CL NOT EQUAL ZEROS AND
                   WK-FS-CL NOT EQUAL 23
                   MOVE "ERRO NA LEITURA DO CLIENTE" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           ELSE
               ADD 1 TO WK-TOT-SEM-CADASTRO
           END-IF

           PERFORM 3250-CABECALHO-INFORME THRU END-3250
           .
       END-3100. EXIT.

      *    COM FILE STATUS DECLARADO, ERRO DE WRITE NAO DERRUBA O
      *    PROGRAMA SOZINHO - SEM ESTA CONFERENCIA UM DISCO CHEIO
      *    SAIRIA COMO INFORME TRUNCADO COM CARA DE SUCESSO
       3150-CONFERIR-ESCRITA SECTION.
           IF WK-FS-INF NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO INFREND" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-3150. EXIT.

      *    TOTAL DO BENEFICIARIO CORRENTE NO INFORME E O REGISTRO
      *    DELE NO CONSOLIDADO
       3200-FECHAR-BENEFICIARIO SECTION.
           IF WK-TEM-BENEF NOT = "S"
               GO TO END-3200
           END-IF

           MOVE "TOTAL DO BENEFICIARIO" TO INF8-LABEL
           MOVE WK-BEN-BRUTO   TO INF8-BRUTO
           MOVE WK-BEN-IMPOSTO TO INF8-IMPOSTO
           MOVE WK-BEN-LIQUIDO TO INF8-LIQUIDO
           ADD 2 TO WK-IN-LINHAS
           WRITE REG-INFREND FROM WK-INF8 AFTER 2
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           MOVE SPACES            TO WK-RC-DET
           MOVE "2"               TO WK-RC-DET (1:1)
           MOVE WK-BEN-TIPO-ATUAL TO WK-RCD-TIPO
           MOVE WK-BEN-DOC-ATUAL  TO WK-RCD-DOC
           MOVE WK-BEN-NOME       TO WK-RCD-NOME
           MOVE WK-BEN-CONTAS     TO WK-RCD-CONTAS
           MOVE WK-BEN-BRUTO      TO WK-RCD-BRUTO
           MOVE WK-BEN-IMPOSTO    TO WK-RCD-IMPOSTO
           MOVE WK-BEN-LIQUIDO    TO WK-RCD-LIQUIDO
           WRITE REG-RENDCONS FROM WK-RC-DET
           PERFORM 3450-CONFERIR-CONSOLIDADO THRU END-3450

           ADD 1              TO WK-RCT-QTD
           ADD WK-BEN-BRUTO   TO WK-TOT-BRUTO
           ADD WK-BEN-IMPOSTO TO WK-TOT-IMPOSTO
           ADD WK-BEN-LIQUIDO TO WK-TOT-LIQUIDO

           MOVE "N" TO WK-TEM-BENEF
           .
       END-3200. EXIT.

      *    CABECALHO DO INFORME: SEMPRE EM PAGINA NOVA, COM O
      *    BENEFICIARIO REPETIDO SE AS CONTAS DELE PASSAREM DA PAGINA
       3250-CABECALHO-INFORME SECTION.
           PERFORM 3300-IMPRIMIR-CABECALHO THRU END-3300

           MOVE WK-BEN-NOME TO INF4-NOME
           MOVE WK-DOC-FMT  TO INF5-DOC
           IF WK-BEN-TIPO-ATUAL = "F"
               MOVE "PESSOA FISICA"   TO INF5-PESSOA
           ELSE
               MOVE "PESSOA JURIDICA" TO INF5-PESSOA
           END-IF

           WRITE REG-INFREND FROM WK-INF4 AFTER 2
           WRITE REG-INFREND FROM WK-INF5 AFTER 1
           WRITE REG-INFREND FROM WK-INF9 AFTER 2
           WRITE REG-INFREND FROM WK-INF6 AFTER 2
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           ADD 7 TO WK-IN-LINHAS
           .
       END-3250. EXIT.

       3300-IMPRIMIR-CABECALHO SECTION.
           ADD 1 TO WK-IN-PAGINAS
           MOVE WK-IN-PAGINAS TO INF1-PAG
           MOVE WK-DATA       TO INF2-DATA
           MOVE WK-ANO-REF    TO INF3-ANO

           IF WK-IN-PAGINAS = 1
               WRITE REG-INFREND FROM WK-INF1 BEFORE 1
           ELSE
               WRITE REG-INFREND FROM WK-INF1 AFTER PAGE
           END-IF
           WRITE REG-INFREND FROM WK-INF2 AFTER 1
           WRITE REG-INFREND FROM WK-INF3 AFTER 2
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           MOVE 4 TO WK-IN-LINHAS
           .
       END-3300. EXIT.

      *    CONTA SEM CPF/CNPJ: LISTADA NO QUADRO DE PENDENCIAS, QUE
      *    COMECA EM PAGINA NOVA DEPOIS DO ULTIMO INFORME
       3400-IMPRIMIR-PENDENTE SECTION.
           IF WK-TEM-PENDENTE NOT = "S"
               PERFORM 3200-FECHAR-BENEFICIARIO THRU END-3200
               MOVE "S" TO WK-TEM-PENDENTE
               MOVE 999 TO WK-IN-LINHAS
           END-IF

           IF WK-IN-LINHAS > 57
               PERFORM 3300-IMPRIMIR-CABECALHO THRU END-3300
               WRITE REG-INFREND FROM WK-INF10 AFTER 2
               WRITE REG-INFREND FROM WK-INF11 AFTER 2
               PERFORM 3150-CONFERIR-ESCRITA THRU END-3150
               ADD 4 TO WK-IN-LINHAS
           END-IF

           MOVE WK-WR-AGENCIA TO INF12-AGENCIA
           MOVE WK-WR-CONTA   TO INF12-CONTA
           MOVE WK-WR-NOME    TO INF12-NOME
           MOVE WK-WR-BRUTO   TO INF12-BRUTO
           EVALUATE WK-WR-MOTIVO
               WHEN "S" MOVE "SEM CLIENTE"      TO INF12-MOTIVO
               WHEN "V" MOVE "VINCULO INVALIDO" TO INF12-MOTIVO
               WHEN OTHER MOVE "FORA DO ERESUMO" TO INF12-MOTIVO
           END-EVALUATE

           ADD 1 TO WK-IN-LINHAS
           WRITE REG-INFREND FROM WK-INF12 AFTER 1
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           ADD WK-WR-BRUTO   TO WK-PEN-BRUTO
           ADD WK-WR-IMPOSTO TO WK-PEN-IMPOSTO
           .
       END-3400. EXIT.

      *    O CONSOLIDADO VAI PARA A DECLARACAO - REGISTRO PERDIDO NELE
      *    NAO PODE TERMINAR COM RETORNO ZERO
       3450-CONFERIR-CONSOLIDADO SECTION.
           IF WK-FS-RC NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO RENDCONS" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-3450. EXIT.

      *    TOTAIS GERAIS DO INFORME, TRAILER DE CONTROLE DO
      *    CONSOLIDADO E FECHAMENTO
       4000-FINALIZAR SECTION.
           IF WK-IN-PAGINAS = ZEROS
               PERFORM 3300-IMPRIMIR-CABECALHO THRU END-3300
           END-IF

           MOVE WK-TOT-BENEFICIARIOS TO INF13-BENEF
           MOVE WK-TOT-VINCULADAS    TO INF13-CONTAS
           MOVE WK-TOT-PENDENTES     TO INF13-PENDENTES
           WRITE REG-INFREND FROM WK-INF13 AFTER 3
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           MOVE "TOTAL CONSOLIDADO" TO INF14-LABEL
           MOVE WK-TOT-BRUTO        TO INF14-BRUTO
           MOVE WK-TOT-IMPOSTO      TO INF14-IMPOSTO
           WRITE REG-INFREND FROM WK-INF14 AFTER 1
           MOVE "TOTAL PENDENTE"    TO INF14-LABEL
           MOVE WK-PEN-BRUTO        TO INF14-BRUTO
           MOVE WK-PEN-IMPOSTO      TO INF14-IMPOSTO
           WRITE REG-INFREND FROM WK-INF14 AFTER 1
           PERFORM 3150-CONFERIR-ESCRITA THRU END-3150

           MOVE WK-TOT-BRUTO   TO WK-RCT-BRUTO
           MOVE WK-TOT-IMPOSTO TO WK-RCT-IMPOSTO
           MOVE WK-TOT-LIQUIDO TO WK-RCT-LIQUIDO
           WRITE REG-RENDCONS FROM WK-RC-TRL
           PERFORM 3450-CONFERIR-CONSOLIDADO THRU END-3450

           CLOSE RENDIR
           CLOSE ERESUMO
           CLOSE RENORD

           IF WK-CLI-ABERTO = "S"
               CLOSE CLIENTE
           END-IF

      *    O CLOSE DESCARREGA OS BUFFERS DO INFORME E DO CONSOLIDADO -
      *    FALHA AQUI E ARQUIVO INCOMPLETO NO DISCO E NAO PODE SAIR
      *    COM RC 0
           CLOSE INFREND

           IF WK-FS-INF NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO INFREND" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           CLOSE RENDCONS

           IF WK-FS-RC NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO RENDCONS" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           DISPLAY "INFORME DE RENDIMENTOS ENCERRADO"
           DISPLAY "CONTAS COM RENDIMENTO: " WK-TOT-LIDAS
           DISPLAY "CONTAS NO CONSOLIDADO: " WK-TOT-VINCULADAS
           DISPLAY "CONTAS PENDENTES:      " WK-TOT-PENDENTES
           DISPLAY "CONTAS JA EXPURGADAS:  " WK-TOT-EXPURGADAS
           DISPLAY "BENEFICIARIOS:         " WK-TOT-BENEFICIARIOS
           DISPLAY "CLIENTE NAO CADASTRADO:" WK-TOT-SEM-CADASTRO
           DISPLAY "RENDIMENTO BRUTO:      " WK-TOT-BRUTO
           DISPLAY "IMPOSTO RETIDO:        " WK-TOT-IMPOSTO
           .
       END-4000. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR. GRAVADOS = BENEFICIARIOS
      *    NO CONSOLIDADO, REJEITADOS = CONTAS PENDENTES
       8000-GRAVAR-RUNLOG SECTION.
           MOVE WK-TOT-LIDAS         TO WK-RL-LIDOS
           MOVE WK-TOT-BENEFICIARIOS TO WK-RL-GRAVADOS
           MOVE WK-TOT-PENDENTES     TO WK-RL-REJEITADOS
           MOVE RETURN-CODE          TO WK-RL-RC
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
      *    COMO NO PGMP0809
       9000-ERRO-PROCESSAMENTO SECTION.
           DISPLAY "==================================================="
           DISPLAY "PROGRAMA COM ERRO"
           DISPLAY "==================================================="
           DISPLAY WK-MSG
           DISPLAY "==================================================="
           DISPLAY "FILE STATUS RENDIR  : " WK-FS-RD
           DISPLAY "FILE STATUS ERESUMO : " WK-FS-ER
           DISPLAY "FILE STATUS CLIENTE : " WK-FS-CL
           DISPLAY "FILE STATUS WORKREN : " WK-FS-WR
           DISPLAY "FILE STATUS RENORD  : " WK-FS-RO
           DISPLAY "FILE STATUS INFREND : " WK-FS-INF
           DISPLAY "FILE STATUS RENDCONS: " WK-FS-RC
           DISPLAY "==================================================="

           MOVE 12 TO RETURN-CODE

           STOP RUN
           .
       9000-FIM. EXIT.

       END PROGRAM PGMP0811.
