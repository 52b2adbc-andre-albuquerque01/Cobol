      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro de clientes CLIENTE.DAT, o
      *          mestre indexado pelo tipo de pessoa (F=fisica, CPF;
      *          J=juridica, CNPJ) + documento com zeros a esquerda.
      *          Toda conta do ERESUMO pode ser vinculada a um cliente
      *          (PGMS0801), e e pelo cliente que o PGMP0803 consolida
      *          o saldo medio para escolher a faixa de tarifa. O CPF e
      *          o CNPJ tem os digitos verificadores conferidos (modulo
      *          11) antes de entrar no cadastro. Modos no molde do
      *          cadastro ERESUMO: I inclui cliente a cliente, B carrega
      *          um lote delimitado (tipo,documento,nome), M altera o
      *          nome ou exclui e C consulta. Toda manutencao vai para
      *          o diario CLIAUD.DAT com imagens antes/depois. Cliente
      *          com conta vinculada no ERESUMO nao pode ser excluido.
      * Tectonics: cobc
      * Obeservation: CL significa CLIENTE, DV significa DIGITO
      *               VERIFICADOR, ER significa ERESUMO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMS0807.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CHAVE
                  FILE STATUS IS WK-FS-CL.

           SELECT ARQ-BATCH ASSIGN TO DYNAMIC WK-BATCH-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-BATCH.

      *    O DIARIO E SEQUENCIAL DE REGISTRO FIXO, COMO O ERAUDIT: AS
      *    IMAGENS ANTES/DEPOIS SAO LIDAS POR POSICAO FIXA
           SELECT CLIAUD ASSIGN TO "CLIAUD.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WK-FS-AUD.

      *    O CADASTRO DE CONTAS E SO LIDO: NA EXCLUSAO (CLIENTE COM
      *    CONTA VINCULADA FICA) E NA CONSULTA (CONTAS DO CLIENTE)
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

      *    CADASTRO INDEXADO PELA CHAVE TIPO + DOCUMENTO
       FD  CLIENTE.

       01  REG-CLIENTE.
           05 CL-CHAVE.
               10 CL-TIPO              PIC X(01).
               10 CL-DOC               PIC 9(14).
           05 CL-DADOS                 PIC X(85).

       FD  ARQ-BATCH.

       01  REG-BATCH                   PIC X(100).

      *    DIARIO DE AUDITORIA: UMA LINHA POR INCLUSAO, ALTERACAO OU
      *    EXCLUSAO FEITA NESTE PROGRAMA, COM AS IMAGENS ANTES/DEPOIS
       FD  CLIAUD.

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

       77  WK-FS-CL                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-ER                    PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-MODO                     PIC X(01) VALUE "I".
       77  WK-BATCH-FILENAME           PIC X(100) VALUE SPACES.
       77  WK-FS-BATCH                 PIC 9(02) VALUE ZEROS.
       77  WK-FIM-BATCH                PIC X(01) VALUE SPACES.
       77  WK-BATCH-CAMPOS             PIC 9(02) VALUE ZEROS.
       01  WK-BATCH-REG                PIC X(100) VALUE SPACES.

      *    REGISTRO DO CLIENTE: CHAVE (TIPO + DOCUMENTO), NOME, DATA
      *    DO CADASTRO E DA ULTIMA ALTERACAO. O CPF OCUPA AS 11
      *    ULTIMAS POSICOES DO DOCUMENTO, COM ZEROS A ESQUERDA
       01  WK-REG-CLIENTE.
           05 WK-CL-TIPO               PIC X(01) VALUE SPACES.
           05 WK-CL-DOC-A              PIC X(14) VALUE SPACES.
           05 WK-CL-DOC REDEFINES WK-CL-DOC-A
                                       PIC 9(14).
           05 WK-CL-DIGITOS REDEFINES WK-CL-DOC-A.
               10 WK-CL-DG             PIC 9(01) OCCURS 14 TIMES.
           05 WK-CL-NOME               PIC X(40) VALUE SPACES.
           05 WK-CL-DT-CADASTRO        PIC 9(08) VALUE ZEROS.
           05 WK-CL-DT-ALTERACAO       PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(29) VALUE SPACES.

      *    LAYOUT DO ERESUMO, SO PARA LER O VINCULO DE CADA CONTA
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

       77  WK-I                        PIC 9(02) VALUE ZEROS.
       77  WK-CLI-FOUND                PIC X(01) VALUE SPACES.
       77  WK-OPCAO-MANUT              PIC X(01) VALUE SPACES.
       77  WK-FS-AUD                   PIC 9(02) VALUE ZEROS.
       77  WK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WK-ER-ABERTO                PIC X(01) VALUE SPACES.
       77  WK-FIM-ER                   PIC X(01) VALUE SPACES.
       77  WK-QTD-CONTAS               PIC 9(06) VALUE ZEROS.
       01  WK-REG-ANTES                PIC X(100) VALUE SPACES.
       01  WK-AGORA                    PIC X(14) VALUE SPACES.

      *    DOCUMENTO COMO DIGITADO (CPF COM 11 DIGITOS, CNPJ COM 14)
      *    E O RESULTADO DA CRITICA
       77  WK-TIPO-ENT                 PIC X(01) VALUE SPACES.
       01  WK-DOC-ENT                  PIC X(14) VALUE SPACES.
       01  WK-DOC-CPF-ENT REDEFINES WK-DOC-ENT.
           05 WK-DOC-CPF               PIC 9(11).
           05 WK-DOC-CPF-SOBRA         PIC X(03).
       01  WK-DOC-CNPJ REDEFINES WK-DOC-ENT
                                       PIC 9(14).
       77  WK-DOC-OK                   PIC X(01) VALUE SPACES.

      *    CALCULO DOS DIGITOS VERIFICADORES (MODULO 11). OS PESOS DO
      *    CNPJ VAO DE 6 A 2 E RECOMECAM EM 9; O PRIMEIRO DIGITO USA
      *    OS PESOS A PARTIR DA SEGUNDA POSICAO, O SEGUNDO DESDE A
      *    PRIMEIRA. OS DO CPF SAO DECRESCENTES E CALCULADOS
       01  WK-PESOS-CNPJ.
           05 FILLER                   PIC X(13) VALUE
           '6543298765432'.
       01  WK-TAB-PESOS REDEFINES WK-PESOS-CNPJ.
           05 WK-PESO                  PIC 9(01) OCCURS 13 TIMES.
       77  WK-DV-SOMA                  PIC 9(05) VALUE ZEROS.
       77  WK-DV-QUOC                  PIC 9(05) VALUE ZEROS.
       77  WK-DV-RESTO                 PIC 9(02) VALUE ZEROS.
       77  WK-DV-CALC                  PIC 9(01) VALUE ZEROS.
       77  WK-DV-INI                   PIC 9(02) VALUE ZEROS.
       77  WK-DV-IGUAIS                PIC X(01) VALUE SPACES.

      *    APOIO DA CONSULTA (MODO C): BUSCA POR NOME PARCIAL, COMO
      *    NO CADASTRO ERESUMO
       77  WK-OPCAO-CONS               PIC X(01) VALUE SPACES.
       77  WK-NOME-BUSCA               PIC X(40) VALUE SPACES.
       77  WK-BUSCA-TAM                PIC 9(02) VALUE ZEROS.
       77  WK-BUSCA-INI                PIC 9(02) VALUE ZEROS.
       77  WK-P                        PIC 9(02) VALUE ZEROS.
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
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMS0807".
           05 WK-RL-DATA-INI           PIC 9(08) VALUE ZEROS.
           05 WK-RL-HORA-INI           PIC 9(06) VALUE ZEROS.
           05 WK-RL-DATA-FIM           PIC 9(08) VALUE ZEROS.
           05 WK-RL-HORA-FIM           PIC 9(06) VALUE ZEROS.
           05 WK-RL-LIDOS              PIC 9(06) VALUE ZEROS.
           05 WK-RL-GRAVADOS           PIC 9(06) VALUE ZEROS.
           05 WK-RL-REJEITADOS         PIC 9(06) VALUE ZEROS.
           05 WK-RL-RC                 PIC 9(02) VALUE ZEROS.

      *    REGISTRO DO DIARIO DE AUDITORIA: QUANDO, QUEM, EM QUE MODO
      *    (I/B/M), QUE ACAO (I=INCLUSAO A=ALTERACAO E=EXCLUSAO) E AS
      *    IMAGENS DO REGISTRO ANTES E DEPOIS DA ACAO
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

           PERFORM 0150-ABRIR-CLIENTE THRU 0150-END

           IF WK-MODO NOT = "C"
               PERFORM 0160-ABRIR-AUDITORIA THRU 0160-END
           END-IF

      *    AS CONTAS SO INTERESSAM A EXCLUSAO E A CONSULTA
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
       0150-ABRIR-CLIENTE SECTION.
           IF WK-MODO = "C"
               OPEN INPUT CLIENTE

               IF WK-FS-CL EQUAL 35
                   DISPLAY "CADASTRO AINDA NAO EXISTE - NADA A "
                           "CONSULTAR"
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O CLIENTE

               IF WK-FS-CL EQUAL 35
                   OPEN OUTPUT CLIENTE
                   CLOSE CLIENTE
                   OPEN I-O CLIENTE
               END-IF
           END-IF

           IF WK-FS-CL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO CLIENTE" TO WK-MSG
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

           OPEN EXTEND CLIAUD

           IF WK-FS-AUD EQUAL 35
               OPEN OUTPUT CLIAUD
           END-IF

           IF WK-FS-AUD NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO CLIAUD" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0160-END. EXIT.

      *    O CADASTRO DE CONTAS PODE AINDA NAO EXISTIR: NESSE CASO
      *    NENHUM CLIENTE TEM CONTA VINCULADA
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

      *    INCLUSAO INTERATIVA, CLIENTE A CLIENTE
       0300-PROCESS SECTION.
           PERFORM 0305-CAPTURAR-CHAVE THRU 0305-END

           IF WK-DOC-OK NOT = "S"
               DISPLAY "CLIENTE NAO GRAVADO."
               GO TO 0300-PERGUNTAR
           END-IF

           DISPLAY "NOME DO CLIENTE: [40]"
           ACCEPT WK-CL-NOME END-ACCEPT

           PERFORM 0310-LOCALIZAR-CLIENTE THRU 0310-END
           IF WK-CLI-FOUND = "S"
               DISPLAY "CLIENTE JA CADASTRADO - USE O MODO M PARA"
               DISPLAY "ALTERAR. CLIENTE NAO GRAVADO."
           ELSE
               PERFORM 0330-GRAVAR-REGISTRO THRU 0330-END
           END-IF
           .
       0300-PERGUNTAR.
           DISPLAY "DESEJA ENCERRAR O PROCESSAMENTO (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0300-END. EXIT.

      *    PERGUNTAS DA CHAVE (TIPO E DOCUMENTO), COMPARTILHADAS ENTRE
      *    A INCLUSAO, A MANUTENCAO E A CONSULTA. A CRITICA DO
      *    DOCUMENTO FICA NO 0320
       0305-CAPTURAR-CHAVE SECTION.
           DISPLAY "TIPO (F=PESSOA FISICA/CPF J=JURIDICA/CNPJ): [1]"
           ACCEPT WK-TIPO-ENT END-ACCEPT

           DISPLAY "CPF (11) OU CNPJ (14), SO NUMEROS: [14]"
           MOVE SPACES TO WK-DOC-ENT
           ACCEPT WK-DOC-ENT END-ACCEPT

           PERFORM 0320-CRITICAR-DOCUMENTO THRU 0320-END
           .
       0305-END. EXIT.

      *    LOCALIZAR O CLIENTE PELA CHAVE JA CRITICADA EM
      *    WK-REG-CLIENTE
       0310-LOCALIZAR-CLIENTE SECTION.
           MOVE "N"    TO WK-CLI-FOUND
           MOVE SPACES TO WK-REG-ANTES

           MOVE WK-CL-TIPO TO CL-TIPO
           MOVE WK-CL-DOC  TO CL-DOC

           READ CLIENTE
               INVALID KEY
                   MOVE "N" TO WK-CLI-FOUND
               NOT INVALID KEY
                   MOVE "S" TO WK-CLI-FOUND
                   MOVE REG-CLIENTE TO WK-REG-ANTES
           END-READ

      *    ERRO DE E/S NAO E "CLIENTE NAO ENCONTRADO": TRATAR COMO
      *    INEXISTENTE PODERIA LEVAR A UM CADASTRO EM DUPLICIDADE
           IF WK-FS-CL NOT EQUAL ZEROS AND
               WK-FS-CL NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO CLIENTE" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0310-END. EXIT.

      *    CRITICAR O TIPO E O DOCUMENTO DIGITADOS E MONTAR A CHAVE.
      *    CPF: 11 DIGITOS, GUARDADO COM ZEROS A ESQUERDA NAS 14
      *    POSICOES; CNPJ: 14 DIGITOS. DOCUMENTO COM TODOS OS DIGITOS
      *    IGUAIS PASSA NO MODULO 11 MAS NAO EXISTE - E RECUSADO
       0320-CRITICAR-DOCUMENTO SECTION.
           MOVE "N"    TO WK-DOC-OK
           MOVE SPACES TO WK-CL-TIPO
           MOVE ZEROS  TO WK-CL-DOC

           EVALUATE WK-TIPO-ENT
               WHEN "F" WHEN "f"
                   IF WK-DOC-CPF NOT NUMERIC OR
                      WK-DOC-CPF-SOBRA NOT = SPACES
                       DISPLAY "CPF DEVE TER 11 DIGITOS"
                       GO TO 0320-END
                   END-IF
                   MOVE "F"        TO WK-CL-TIPO
                   MOVE WK-DOC-CPF TO WK-CL-DOC
                   MOVE 4 TO WK-DV-INI
               WHEN "J" WHEN "j"
                   IF WK-DOC-CNPJ NOT NUMERIC
                       DISPLAY "CNPJ DEVE TER 14 DIGITOS"
                       GO TO 0320-END
                   END-IF
                   MOVE "J"         TO WK-CL-TIPO
                   MOVE WK-DOC-CNPJ TO WK-CL-DOC
                   MOVE 1 TO WK-DV-INI
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO (F OU J)"
                   GO TO 0320-END
           END-EVALUATE

           MOVE "S" TO WK-DV-IGUAIS
           PERFORM VARYING WK-I FROM WK-DV-INI BY 1 UNTIL WK-I > 14
               IF WK-CL-DG (WK-I) NOT = WK-CL-DG (WK-DV-INI)
                   MOVE "N" TO WK-DV-IGUAIS
               END-IF
           END-PERFORM

           IF WK-DV-IGUAIS = "S"
               DISPLAY "DOCUMENTO INVALIDO (DIGITOS TODOS IGUAIS)"
               GO TO 0320-END
           END-IF

           IF WK-CL-TIPO = "F"
               PERFORM 0325-DV-CPF THRU 0325-END
           ELSE
               PERFORM 0326-DV-CNPJ THRU 0326-END
           END-IF
           .
       0320-END. EXIT.

      *    CPF: O PRIMEIRO DV PONDERA OS 9 DIGITOS BASE COM PESOS 10
      *    A 2; O SEGUNDO PONDERA OS 10 PRIMEIROS COM PESOS 11 A 2.
      *    RESTO DA DIVISAO POR 11 MENOR QUE 2 DA DV ZERO, SENAO O
      *    DV E 11 MENOS O RESTO. OS DIGITOS ESTAO DA POSICAO 4 A 14
       0325-DV-CPF SECTION.
           MOVE ZEROS TO WK-DV-SOMA
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 9
               COMPUTE WK-DV-SOMA = WK-DV-SOMA +
                       WK-CL-DG (WK-I + 3) * (11 - WK-I)
               END-COMPUTE
           END-PERFORM
           PERFORM 0328-CALCULAR-DV THRU 0328-END

           IF WK-DV-CALC NOT = WK-CL-DG (13)
               DISPLAY "CPF COM DIGITO VERIFICADOR INVALIDO"
               GO TO 0325-END
           END-IF

           MOVE ZEROS TO WK-DV-SOMA
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 10
               COMPUTE WK-DV-SOMA = WK-DV-SOMA +
                       WK-CL-DG (WK-I + 3) * (12 - WK-I)
               END-COMPUTE
           END-PERFORM
           PERFORM 0328-CALCULAR-DV THRU 0328-END

           IF WK-DV-CALC NOT = WK-CL-DG (14)
               DISPLAY "CPF COM DIGITO VERIFICADOR INVALIDO"
               GO TO 0325-END
           END-IF

           MOVE "S" TO WK-DOC-OK
           .
       0325-END. EXIT.

      *    CNPJ: O PRIMEIRO DV PONDERA OS 12 DIGITOS BASE COM OS PESOS
      *    5 4 3 2 9 8 7 6 5 4 3 2; O SEGUNDO PONDERA OS 13 PRIMEIROS
      *    COM 6 5 4 3 2 9 8 7 6 5 4 3 2. MESMA REGRA DO RESTO
       0326-DV-CNPJ SECTION.
           MOVE ZEROS TO WK-DV-SOMA
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               COMPUTE WK-DV-SOMA = WK-DV-SOMA +
                       WK-CL-DG (WK-I) * WK-PESO (WK-I + 1)
               END-COMPUTE
           END-PERFORM
           PERFORM 0328-CALCULAR-DV THRU 0328-END

           IF WK-DV-CALC NOT = WK-CL-DG (13)
               DISPLAY "CNPJ COM DIGITO VERIFICADOR INVALIDO"
               GO TO 0326-END
           END-IF

           MOVE ZEROS TO WK-DV-SOMA
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 13
               COMPUTE WK-DV-SOMA = WK-DV-SOMA +
                       WK-CL-DG (WK-I) * WK-PESO (WK-I)
               END-COMPUTE
           END-PERFORM
           PERFORM 0328-CALCULAR-DV THRU 0328-END

           IF WK-DV-CALC NOT = WK-CL-DG (14)
               DISPLAY "CNPJ COM DIGITO VERIFICADOR INVALIDO"
               GO TO 0326-END
           END-IF

           MOVE "S" TO WK-DOC-OK
           .
       0326-END. EXIT.

       0328-CALCULAR-DV SECTION.
           DIVIDE WK-DV-SOMA BY 11 GIVING WK-DV-QUOC
               REMAINDER WK-DV-RESTO

           IF WK-DV-RESTO < 2
               MOVE ZEROS TO WK-DV-CALC
           ELSE
               COMPUTE WK-DV-CALC = 11 - WK-DV-RESTO
               END-COMPUTE
           END-IF
           .
       0328-END. EXIT.

      *    GRAVAR O CLIENTE NOVO, COM A DATA DO DIA COMO CADASTRO E
      *    ULTIMA ALTERACAO. NOME EM BRANCO NAO ENTRA
       0330-GRAVAR-REGISTRO SECTION.
           IF WK-CL-NOME = SPACES
               DISPLAY "NOME DO CLIENTE EM BRANCO - CLIENTE NAO "
                       "GRAVADO."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0330-END
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA
           MOVE WK-AGORA (1:8) TO WK-CL-DT-CADASTRO
           MOVE WK-AGORA (1:8) TO WK-CL-DT-ALTERACAO

           WRITE REG-CLIENTE FROM WK-REG-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE JA CADASTRADO - USE O MODO M PARA"
                   DISPLAY "ALTERAR. CLIENTE NAO GRAVADO."
                   ADD 1 TO WK-TOT-REJEITADAS
               NOT INVALID KEY
                   MOVE "I"            TO WK-AUD-ACAO
                   MOVE SPACES         TO WK-AUD-ANTES
                   MOVE WK-REG-CLIENTE TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
           END-WRITE

           IF WK-FS-CL NOT EQUAL ZEROS AND
               WK-FS-CL NOT EQUAL 22
               MOVE "ERRO NO WRITE DO CLIENTE" TO WK-MSG
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

      *    LINHA DO LOTE: TIPO,DOCUMENTO,NOME. LINHA INCOMPLETA,
      *    DOCUMENTO INVALIDO OU CLIENTE JA CADASTRADO E RECUSADO E
      *    CONTADO - O RETORNO SAI 4 PARA O OPERADOR CONFERIR
       0360-TRATAR-BATCH SECTION.
           INITIALIZE WK-REG-CLIENTE
           MOVE ZEROS  TO WK-BATCH-CAMPOS
           MOVE SPACES TO WK-TIPO-ENT
           MOVE SPACES TO WK-DOC-ENT

           UNSTRING WK-BATCH-REG DELIMITED BY ","
               INTO WK-TIPO-ENT
                    WK-DOC-ENT
                    WK-CL-NOME
               TALLYING IN WK-BATCH-CAMPOS
           END-UNSTRING

           IF WK-BATCH-CAMPOS < 3
               DISPLAY "LINHA DE LOTE COM CAMPOS FALTANDO ("
                       WK-BATCH-CAMPOS " DE 3) - CLIENTE NAO GRAVADO"
               DISPLAY "LINHA: " WK-BATCH-REG (1:60)
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0360-END
           END-IF

           PERFORM 0320-CRITICAR-DOCUMENTO THRU 0320-END

           IF WK-DOC-OK NOT = "S"
               DISPLAY "LINHA: " WK-BATCH-REG (1:60)
               DISPLAY "CLIENTE NAO GRAVADO."
               ADD 1 TO WK-TOT-REJEITADAS
               GO TO 0360-END
           END-IF

           PERFORM 0310-LOCALIZAR-CLIENTE THRU 0310-END
           IF WK-CLI-FOUND = "S"
               DISPLAY "CLIENTE JA CADASTRADO: " WK-CL-TIPO " "
                       WK-CL-DOC-A " - NAO GRAVADO"
               ADD 1 TO WK-TOT-REJEITADAS
           ELSE
               PERFORM 0330-GRAVAR-REGISTRO THRU 0330-END
           END-IF
           .
       0360-END. EXIT.

      *    MANUTENCAO: ALTERAR O NOME OU EXCLUIR UM CLIENTE JA
      *    CADASTRADO. A CHAVE (DOCUMENTO) NAO MUDA - DOCUMENTO
      *    ERRADO E EXCLUSAO E NOVA INCLUSAO
       0400-MANUTENCAO SECTION.
           PERFORM 0305-CAPTURAR-CHAVE THRU 0305-END

           IF WK-DOC-OK NOT = "S"
               GO TO 0400-PERGUNTAR
           END-IF

           PERFORM 0310-LOCALIZAR-CLIENTE THRU 0310-END

           IF WK-CLI-FOUND = "N"
               DISPLAY "CLIENTE NAO ENCONTRADO"
               GO TO 0400-PERGUNTAR
           END-IF

           MOVE WK-REG-ANTES TO WK-REG-CLIENTE
           DISPLAY "CLIENTE: " WK-CL-NOME

           DISPLAY "A=ALTERAR NOME E=EXCLUIR: " END-DISPLAY
           ACCEPT WK-OPCAO-MANUT END-ACCEPT

           EVALUATE WK-OPCAO-MANUT
               WHEN "A" WHEN "a"
                   PERFORM 0410-ALTERAR-CLIENTE THRU 0410-END
               WHEN "E" WHEN "e"
                   PERFORM 0420-EXCLUIR-CLIENTE THRU 0420-END
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           .
       0400-PERGUNTAR.
           DISPLAY "DESEJA ENCERRAR A MANUTENCAO (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0400-END. EXIT.

      *    REGRAVAR O NOME SOBRE O REGISTRO LIDO PELO 0310, COM A
      *    DATA DA ALTERACAO
       0410-ALTERAR-CLIENTE SECTION.
           DISPLAY "NOVO NOME DO CLIENTE: [40]"
           ACCEPT WK-CL-NOME END-ACCEPT

           IF WK-CL-NOME = SPACES
               DISPLAY "NOME EM BRANCO - CLIENTE NAO ALTERADO"
               GO TO 0410-END
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA
           MOVE WK-AGORA (1:8) TO WK-CL-DT-ALTERACAO

           REWRITE REG-CLIENTE FROM WK-REG-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO PARA ALTERACAO"
               NOT INVALID KEY
                   MOVE "A"            TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES   TO WK-AUD-ANTES
                   MOVE WK-REG-CLIENTE TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
           END-REWRITE

           IF WK-FS-CL NOT EQUAL ZEROS AND
               WK-FS-CL NOT EQUAL 23
               MOVE "ERRO NO REWRITE DO CLIENTE" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF
           .
       0410-END. EXIT.

      *    EXCLUIR O CLIENTE, SALVO SE AINDA HOUVER CONTA VINCULADA A
      *    ELE NO ERESUMO (MESMO ENCERRADA - O VINCULO SO SOME COM O
      *    EXPURGO DA CONTA OU COM A TROCA NO PGMS0801)
       0420-EXCLUIR-CLIENTE SECTION.
           PERFORM 0450-CONTAR-CONTAS THRU 0450-END

           IF WK-QTD-CONTAS > ZEROS
               DISPLAY "CLIENTE COM " WK-QTD-CONTAS
                       " CONTA(S) VINCULADA(S) - NAO EXCLUIDO"
               GO TO 0420-END
           END-IF

           DELETE CLIENTE RECORD
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO PARA EXCLUSAO"
               NOT INVALID KEY
                   MOVE "E"          TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES TO WK-AUD-ANTES
                   MOVE SPACES       TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   DISPLAY "CLIENTE EXCLUIDO"
           END-DELETE

           IF WK-FS-CL NOT EQUAL ZEROS AND
               WK-FS-CL NOT EQUAL 23
               MOVE "ERRO NO DELETE DO CLIENTE" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF
           .
       0420-END. EXIT.

      *    CONTAR (E NA CONSULTA, LISTAR) AS CONTAS DO ERESUMO
      *    VINCULADAS AO CLIENTE DE WK-REG-CLIENTE. O VINCULO FICA NA
      *    CONTA, ENTAO E PRECISO VARRER O CADASTRO INTEIRO
       0450-CONTAR-CONTAS SECTION.
           MOVE ZEROS  TO WK-QTD-CONTAS
           MOVE SPACES TO WK-FIM-ER

           IF WK-ER-ABERTO NOT = "S"
               GO TO 0450-END
           END-IF

           MOVE ZEROS TO ER-AGENCIA
           MOVE ZEROS TO ER-NUMCTA
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
                   IF WK-ER-CLI-TIPO = WK-CL-TIPO AND
                      WK-ER-CLI-DOC-A = WK-CL-DOC-A AND
                      NOT ((ER-AGENCIA = 0000 AND ER-NUMCTA = 000000)
                        OR (ER-AGENCIA = 9999 AND ER-NUMCTA = 999999))
                       ADD 1 TO WK-QTD-CONTAS
                       IF WK-MODO = "C"
                           PERFORM 0645-EXIBIR-CONTA THRU 0645-END
                       END-IF
                   END-IF
           END-READ

      *    ERRO DE LEITURA NAO PODE PASSAR POR "SEM CONTA": A
      *    EXCLUSAO DEIXARIA CONTAS APONTANDO PARA CLIENTE INEXISTENTE
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
           CLOSE CLIENTE

           IF WK-FS-CL NOT EQUAL ZEROS
               MOVE "ERROR, CLOSE THE FILE" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF

      *    O CLOSE DESCARREGA O QUE RESTA DO BUFFER DO DIARIO - FALHA
      *    AQUI SIGNIFICA LINHA DE AUDITORIA PERDIDA E PRECISA SOAR
           IF WK-MODO NOT = "C"
               CLOSE CLIAUD

               IF WK-FS-AUD NOT EQUAL ZEROS
                   MOVE "ERRO NO CLOSE DO CLIAUD" TO WK-MSG
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

      *    CONSULTA (MODO C): POR DOCUMENTO, COM AS CONTAS VINCULADAS,
      *    OU POR NOME PARCIAL. SOMENTE LEITURA
       0600-CONSULTA SECTION.
           DISPLAY "CONSULTA: 1=POR CPF/CNPJ 2=POR NOME" END-DISPLAY
           ACCEPT WK-OPCAO-CONS END-ACCEPT

           EVALUATE WK-OPCAO-CONS
               WHEN "1"
                   PERFORM 0610-CONSULTAR-DOCUMENTO THRU 0610-END
               WHEN "2"
                   PERFORM 0620-CONSULTAR-NOME THRU 0620-END
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE

           DISPLAY "DESEJA ENCERRAR A CONSULTA (S/N:)" END-DISPLAY
           ACCEPT WK-FIM END-ACCEPT
           .
       0600-END. EXIT.

       0610-CONSULTAR-DOCUMENTO SECTION.
           PERFORM 0305-CAPTURAR-CHAVE THRU 0305-END

           IF WK-DOC-OK NOT = "S"
               GO TO 0610-END
           END-IF

           PERFORM 0310-LOCALIZAR-CLIENTE THRU 0310-END

           IF WK-CLI-FOUND = "N"
               DISPLAY "CLIENTE NAO ENCONTRADO"
               GO TO 0610-END
           END-IF

           MOVE WK-REG-ANTES TO WK-REG-CLIENTE
           PERFORM 0640-EXIBIR-CLIENTE THRU 0640-END
           PERFORM 0450-CONTAR-CONTAS THRU 0450-END
           DISPLAY "  CONTAS VINCULADAS: " WK-QTD-CONTAS
           .
       0610-END. EXIT.

      *    BUSCA POR NOME PARCIAL, COMO O 0620 DO CADASTRO ERESUMO:
      *    BRANCOS NO COMECO E NO FIM DO QUE FOI DIGITADO SAO
      *    DESPREZADOS
       0620-CONSULTAR-NOME SECTION.
           DISPLAY "NOME (OU PARTE): [40]"
           ACCEPT WK-NOME-BUSCA END-ACCEPT

           MOVE ZEROS TO WK-BUSCA-TAM
           MOVE ZEROS TO WK-BUSCA-INI
           PERFORM VARYING WK-P FROM 40 BY -1
                   UNTIL WK-P < 1 OR WK-BUSCA-TAM > ZEROS
               IF WK-NOME-BUSCA (WK-P:1) NOT = SPACE
                   MOVE WK-P TO WK-BUSCA-TAM
               END-IF
           END-PERFORM

           IF WK-BUSCA-TAM = ZEROS
               DISPLAY "INFORME AO MENOS UM CARACTERE"
               GO TO 0620-END
           END-IF

           PERFORM VARYING WK-P FROM 1 BY 1
                   UNTIL WK-P > 40 OR WK-BUSCA-INI > ZEROS
               IF WK-NOME-BUSCA (WK-P:1) NOT = SPACE
                   MOVE WK-P TO WK-BUSCA-INI
               END-IF
           END-PERFORM

           COMPUTE WK-BUSCA-TAM =
                   WK-BUSCA-TAM - WK-BUSCA-INI + 1
           END-COMPUTE

           MOVE ZEROS  TO WK-HITS
           MOVE SPACES TO WK-FIM-CONS
           MOVE LOW-VALUES TO CL-CHAVE
           START CLIENTE KEY NOT < CL-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-CONS
           END-START

           PERFORM 0625-VARRER-NOME THRU 0625-END
                        UNTIL WK-FIM-CONS = "S"

           IF WK-HITS = ZEROS
               DISPLAY "NENHUM CLIENTE ENCONTRADO"
           ELSE
               DISPLAY "CLIENTES ENCONTRADOS: " WK-HITS
           END-IF
           .
       0620-END. EXIT.

       0625-VARRER-NOME SECTION.
           READ CLIENTE NEXT RECORD INTO WK-REG-CLIENTE
               AT END
                   MOVE "S" TO WK-FIM-CONS
               NOT AT END
                   PERFORM 0627-COMPARAR-NOME THRU 0627-END
           END-READ

           IF WK-FS-CL NOT EQUAL ZEROS AND
               WK-FS-CL NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO CLIENTE" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE "S" TO WK-FIM-CONS
           END-IF
           .
       0625-END. EXIT.

       0627-COMPARAR-NOME SECTION.
           PERFORM VARYING WK-P FROM 1 BY 1
                   UNTIL WK-P > 41 - WK-BUSCA-TAM
               IF WK-CL-NOME (WK-P:WK-BUSCA-TAM) =
                  WK-NOME-BUSCA (WK-BUSCA-INI:WK-BUSCA-TAM)
                   ADD 1 TO WK-HITS
                   PERFORM 0640-EXIBIR-CLIENTE THRU 0640-END
                   MOVE 41 TO WK-P
               END-IF
           END-PERFORM
           .
       0627-END. EXIT.

       0640-EXIBIR-CLIENTE SECTION.
           DISPLAY "---------------------------------------------"
           DISPLAY "CLIENTE " WK-CL-TIPO " " WK-CL-DOC-A
                   "  NOME " WK-CL-NOME
           DISPLAY "  CADASTRO " WK-CL-DT-CADASTRO
                   "  ULTIMA ALTERACAO " WK-CL-DT-ALTERACAO
           .
       0640-END. EXIT.

       0645-EXIBIR-CONTA SECTION.
           EVALUATE WK-ER-SITUACAO
               WHEN "B" MOVE "BLOQUEADA"  TO WK-SIT-DESCR
               WHEN "E" MOVE "ENCERRADA"  TO WK-SIT-DESCR
               WHEN OTHER MOVE "ATIVA"    TO WK-SIT-DESCR
           END-EVALUATE
           DISPLAY "  AGENCIA " WK-ER-AGENCIA
                   "  CONTA " WK-ER-NUMCTA
                   "  " WK-ER-NOME
                   "  " WK-SIT-DESCR
           .
       0645-END. EXIT.

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
               MOVE "ERRO NO WRITE DO CLIAUD" TO WK-MSG
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
           DISPLAY "FILE STATUS CLIENTE: " WK-FS-CL
           DISPLAY "FILE STATUS BATCH  : " WK-FS-BATCH
           DISPLAY "FILE STATUS CLIAUD : " WK-FS-AUD
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

       END PROGRAM PGMS0807.
