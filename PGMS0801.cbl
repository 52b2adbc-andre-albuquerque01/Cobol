                  RECORD KEY IS XR-CHAVE
                  FILE STATUS IS WK-FS-XR.

      *    CADASTRO DE CLIENTES (PGMS0807), CHAVE TIPO + CPF/CNPJ: SO
      *    SE VINCULA A CONTA A UM CLIENTE JA CADASTRADO
           SELECT CLIENTE ASSIGN TO "CLIENTE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CL-CHAVE
                  FILE STATUS IS WK-FS-CL.

      *    CADASTRO DE AGENCIAS (PGMS0808): SO SE INCLUI OU TRANSFERE
      *    CONTA PARA AGENCIA CADASTRADA, JA ABERTA E NAO FECHADA
           SELECT AGENCIA ASSIGN TO "AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CODIGO
                  FILE STATUS IS WK-FS-AG.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

       FD  ARQ-BATCH.

       01  REG-BATCH                   PIC X(250).

      *    DIARIO DE AUDITORIA: UMA LINHA POR INCLUSAO, ALTERACAO OU
      *    EXCLUSAO FEITA NESTE PROGRAMA, COM AS IMAGENS ANTES/DEPOIS
       FD  ERAUDIT.

       01  REG-AUDIT                   PIC X(524).

       FD  ERXREF.

           05 XR-DATA-TRANSF           PIC 9(08).
           05 FILLER                   PIC X(12).

       FD  CLIENTE.

       01  REG-CLIENTE.
           05 CL-CHAVE.
               10 CL-TIPO              PIC X(01).
               10 CL-DOC               PIC 9(14).
           05 CL-NOME                  PIC X(40).
           05 CL-DADOS                 PIC X(45).

       FD  AGENCIA.

       01  REG-AGENCIA.
           05 AG-CODIGO                PIC 9(04).
           05 AG-DADOS                 PIC X(96).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).
       77  WK-FS-BATCH                 PIC 9(02) VALUE ZEROS.
       77  WK-FIM-BATCH                PIC X(01) VALUE SPACES.
       77  WK-BATCH-CAMPOS             PIC 9(02) VALUE ZEROS.
       01  WK-BATCH-REG                PIC X(250) VALUE SPACES.

       01  WK-REG-ERESUMO.
           05 WK-ER-AGENCIA-A               PIC 9(04)    VALUES ZEROS.
           05 WK-ER-NUMCTA   REDEFINES WK-ER-NUMCTA-A    PIC 9(06).
           05 WK-ER-NOME                  PIC X(23)    VALUES SPACES.
           05 WK-ER-PERIODO OCCURS 12 TIMES.
               10 WK-ER-VALORS-A          PIC X(10)    VALUE SPACES.
               10 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
               10 WK-ER-DIAS-A            PIC X(03)    VALUE SPACES.
               10 WK-ER-DIAS REDEFINES    WK-ER-DIAS-A    PIC 9(03).
      *    SITUACAO DA CONTA (A=ATIVA B=BLOQUEADA E=ENCERRADA) E DATA
      *    DA ULTIMA MUDANCA DE SITUACAO; O RESTO DO REGISTRO FICA
      *    RESERVADO PARA EXPANSAO
           05 WK-ER-SITUACAO           PIC X(01)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO-A      PIC X(08)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO REDEFINES WK-ER-DT-SITUACAO-A
                                       PIC 9(08).
      *    CLIENTE TITULAR (F=CPF J=CNPJ + DOCUMENTO COM ZEROS A
      *    ESQUERDA); TIPO EM BRANCO = CONTA AINDA SEM VINCULO
           05 WK-ER-CLI-TIPO           PIC X(01)    VALUE SPACES.
           05 WK-ER-CLI-DOC-A          PIC X(14)    VALUE SPACES.
           05 WK-ER-CLI-DOC REDEFINES WK-ER-CLI-DOC-A
                                       PIC 9(14).
           05 FILLER                   PIC X(37)    VALUE SPACES.
       01  WK-I                           PIC 9(02) VALUES 1.

       77  WK-CTA-FOUND                PIC X(01) VALUE SPACES.
       01  WK-TR-NUMCTA-NOVA REDEFINES WK-TR-NUMCTA-NOVA-A
                                       PIC 9(06).
       77  WK-TR-DESTINO-EXISTE        PIC X(01) VALUE SPACES.

      *    APOIO DA MUDANCA DE SITUACAO (BLOQUEIO, LIBERACAO E
      *    ENCERRAMENTO): A SITUACAO PEDIDA E A DATA DO DIA
       77  WK-SIT-NOVA                 PIC X(01) VALUE SPACES.
       77  WK-SIT-DESCR                PIC X(10) VALUE SPACES.
       01  WK-SIT-AGORA                PIC X(14) VALUE SPACES.
       01  WK-REG-DEPOIS               PIC X(250) VALUE SPACES.

      *    APOIO DO VINCULO COM O CLIENTE: TIPO E DOCUMENTO COMO
      *    DIGITADOS (CPF COM 11 DIGITOS, CNPJ COM 14) E O RESULTADO
      *    DA CONFERENCIA NO CADASTRO DE CLIENTES
       77  WK-FS-CL                    PIC 9(02) VALUE ZEROS.
       77  WK-CLI-ABERTO               PIC X(01) VALUE SPACES.
       77  WK-CLI-OK                   PIC X(01) VALUE SPACES.
       77  WK-CLI-TIPO-ENT             PIC X(01) VALUE SPACES.
       01  WK-CLI-DOC-ENT              PIC X(14) VALUE SPACES.
       01  WK-CLI-CPF-ENT REDEFINES WK-CLI-DOC-ENT.
           05 WK-CLI-CPF               PIC 9(11).
           05 WK-CLI-CPF-SOBRA         PIC X(03).
       01  WK-CLI-CNPJ REDEFINES WK-CLI-DOC-ENT
                                       PIC 9(14).

      *    APOIO DA CONFERENCIA DA AGENCIA: O CODIGO A CONFERIR, A
      *    DATA DO DIA E O REGISTRO LIDO DO CADASTRO DE AGENCIAS
       77  WK-FS-AG                    PIC 9(02) VALUE ZEROS.
       77  WK-AGV-OK                   PIC X(01) VALUE SPACES.
       77  WK-AGV-CODIGO               PIC 9(04) VALUE ZEROS.
       77  WK-AGV-HOJE                 PIC 9(08) VALUE ZEROS.
       01  WK-REG-AGENCIA.
           05 WK-AGM-CODIGO            PIC 9(04) VALUE ZEROS.
           05 WK-AGM-NOME              PIC X(30) VALUE SPACES.
           05 WK-AGM-REGIAO            PIC 9(02) VALUE ZEROS.
           05 WK-AGM-CCUSTO            PIC X(06) VALUE SPACES.
           05 WK-AGM-DT-ABERTURA       PIC 9(08) VALUE ZEROS.
           05 WK-AGM-DT-FECHAMENTO     PIC 9(08) VALUE ZEROS.
           05 WK-AGM-DT-CADASTRO       PIC 9(08) VALUE ZEROS.
           05 WK-AGM-DT-ALTERACAO      PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(26) VALUE SPACES.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O

      *    IMAGEM DO REGISTRO COMO ESTAVA NO ARQUIVO ANTES DA
      *    MANUTENCAO (CAPTURADA NO READ DO 0310)
       01  WK-REG-ANTES                PIC X(250) VALUE SPACES.

      *    REGISTRO DO DIARIO DE AUDITORIA: QUANDO, QUEM, EM QUE MODO
      *    (I/B/M), QUE ACAO (I=INCLUSAO A=ALTERACAO S=SITUACAO
      *    T=TRANSFERENCIA; E=EXCLUSAO SO PELO EXPURGO) E AS IMAGENS
      *    DO REGISTRO ANTES E DEPOIS DA ACAO
       01  WK-REG-AUDIT.
           05 WK-AUD-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-AUD-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-AUD-OPERADOR          PIC X(08) VALUE SPACES.
           05 WK-AUD-MODO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ACAO              PIC X(01) VALUE SPACES.
           05 WK-AUD-ANTES             PIC X(250) VALUE SPACES.
           05 WK-AUD-DEPOIS            PIC X(250) VALUE SPACES.

       01  WK-AUD-AGORA                PIC X(14) VALUE SPACES.

           05 WK-CAB-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-CAB-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-CAB-PROGRAMA          PIC X(08) VALUE "ERESUMO".
           05 FILLER                   PIC X(218) VALUE SPACES.

       01  WK-REG-TRL.
           05 WK-TRL-CHAVE             PIC X(10) VALUE "9999999999".
           05 WK-TRL-QTD               PIC 9(06) VALUE ZEROS.
           05 WK-TRL-HASH              PIC 9(12) VALUE ZEROS.
           05 WK-TRL-SOMA              PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 FILLER                   PIC X(206) VALUE SPACES.

       77  WK-FIM-CTL                  PIC X(01) VALUE SPACES.

       77  WK-AGENCIA-LISTA            PIC 9(04) VALUE ZEROS.
       77  WK-ERRO-PERIODO             PIC X(01) VALUE SPACES.

       01  WK-TOT-VALOR-DIA            PIC S9(13)V99 VALUE ZEROS.
       01  WK-TOT-DIAS                 PIC 9(04)     VALUE ZEROS.
       01  WK-SALDO-MEDIO              PIC S9(07)V99 VALUE ZEROS.
       01  WK-SALDO-MEDIO-FMT          PIC +9(07),99.

      *    ENTRADA DO VALOR DO PERIODO (TELA E LOTE): SINAL OPCIONAL
      *    (+ OU -) E ATE 9 DIGITOS EM CENTAVOS, SEM VIRGULA. A LINHA
      *    ANTIGA DE 7 DIGITOS SEM SINAL CONTINUA VALENDO (POSITIVO)
       01  WK-VAL-ENT                  PIC X(10) VALUE SPACES.
       77  WK-VAL-SINAL                PIC X(01) VALUE SPACES.
       77  WK-VAL-INI                  PIC 9(02) VALUE ZEROS.
       77  WK-VAL-TAM                  PIC 9(02) VALUE ZEROS.
       77  WK-VAL-POS                  PIC 9(02) VALUE ZEROS.
       01  WK-VAL-DIG                  PIC X(09) VALUE ZEROS.
       01  WK-VAL-NUM REDEFINES WK-VAL-DIG PIC 9(07)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
               PERFORM 0160-ABRIR-AUDITORIA THRU 0160-END
           END-IF

      *    O CADASTRO DE CLIENTES SO E LIDO, PARA CONFERIR O VINCULO
      *    INFORMADO NA INCLUSAO E NA MANUTENCAO
           IF WK-MODO NOT = "C"
               PERFORM 0180-ABRIR-CLIENTE THRU 0180-END
           END-IF

      *    A REFERENCIA CRUZADA SO E GRAVADA PELA TRANSFERENCIA, QUE
      *    VIVE NA MANUTENCAO
           IF WK-MODO = "M"
               PERFORM 0170-ABRIR-XREF THRU 0170-END
           END-IF

      *    O CADASTRO DE AGENCIAS SO E LIDO, NA INCLUSAO E NA
      *    TRANSFERENCIA
           IF WK-MODO NOT = "C"
               PERFORM 0190-ABRIR-AGENCIA THRU 0190-END
           END-IF

           IF WK-MODO = "B"
               DISPLAY "NOME DO ARQUIVO DE ENTRADA (LOTE): " END-DISPLAY
               ACCEPT WK-BATCH-FILENAME END-ACCEPT
           .
       0170-END. EXIT.

      *    ABRIR O CADASTRO DE CLIENTES SO PARA LEITURA. SE ELE AINDA
      *    NAO EXISTIR (FILE STATUS 35) A SESSAO SEGUE, MAS SO ACEITA
      *    CONTA SEM VINCULO - NAO HA CLIENTE CONTRA O QUE CONFERIR
       0180-ABRIR-CLIENTE SECTION.
           MOVE "S" TO WK-CLI-ABERTO

           OPEN INPUT CLIENTE

           IF WK-FS-CL EQUAL 35
               MOVE "N" TO WK-CLI-ABERTO
               DISPLAY "AVISO: CADASTRO DE CLIENTES AINDA NAO EXISTE"
                       " - SO CONTA SEM VINCULO"
               GO TO 0180-END
           END-IF

           IF WK-FS-CL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO CLIENTE" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0180-END. EXIT.

      *    ABRIR O CADASTRO DE AGENCIAS SO PARA LEITURA. AO CONTRARIO
      *    DO DE CLIENTES ELE E OBRIGATORIO: SEM AGENCIA CADASTRADA
      *    NENHUMA CONTA PODE SER INCLUIDA NEM TRANSFERIDA
       0190-ABRIR-AGENCIA SECTION.
           MOVE WK-RL-DATA-INI TO WK-AGV-HOJE

           OPEN INPUT AGENCIA

           IF WK-FS-AG EQUAL 35
               DISPLAY "CADASTRO DE AGENCIAS AINDA NAO EXISTE - "
                       "CADASTRE AS AGENCIAS (PGMS0808)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-FS-AG NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO AGENCIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0190-END. EXIT.

      *    LEITURA DO ARQUIVO DE ENTRADA EM LOTE
       0350-LER-BATCH SECTION.
           READ ARQ-BATCH INTO WK-BATCH-REG
      *    REALMENTE QUEBRADOS PARA REJEITAR LINHA INCOMPLETA
       0360-TRATAR-BATCH SECTION.
           INITIALIZE WK-REG-ERESUMO
           MOVE ZEROS  TO WK-BATCH-CAMPOS
           MOVE SPACES TO WK-CLI-TIPO-ENT
           MOVE SPACES TO WK-CLI-DOC-ENT

           UNSTRING WK-BATCH-REG DELIMITED BY ","
               INTO WK-ER-AGENCIA-A
                    WK-ER-VALORS-A (10) WK-ER-DIAS-A (10)
                    WK-ER-VALORS-A (11) WK-ER-DIAS-A (11)
                    WK-ER-VALORS-A (12) WK-ER-DIAS-A (12)
                    WK-CLI-TIPO-ENT
                    WK-CLI-DOC-ENT
               TALLYING IN WK-BATCH-CAMPOS
           END-UNSTRING

      *    OS DOIS ULTIMOS CAMPOS (TIPO E CPF/CNPJ DO CLIENTE) SAO
      *    OPCIONAIS: A LINHA ANTIGA DE 27 CAMPOS CADASTRA A CONTA
      *    SEM VINCULO
           IF WK-BATCH-CAMPOS < 27
               DISPLAY "LINHA DE LOTE COM CAMPOS FALTANDO ("
                       WK-BATCH-CAMPOS " DE 27) - REGISTRO NAO GRAVADO"
               DISPLAY "LINHA: " WK-BATCH-REG (1:60)
           ELSE
               PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
                   PERFORM 0308-CONVERTER-VALOR THRU 0308-END
               END-PERFORM
               MOVE WK-ER-AGENCIA-A TO WK-AGV-CODIGO
               PERFORM 0320-VALIDAR-AGENCIA THRU 0320-END
               IF WK-AGV-OK NOT = "S"
                   DISPLAY "CONTA " WK-ER-AGENCIA-A "/" WK-ER-NUMCTA-A
                           " NAO GRAVADA."
                   GO TO 0360-END
               END-IF
               PERFORM 0315-VALIDAR-CLIENTE THRU 0315-END
               IF WK-CLI-OK NOT = "S"
                   DISPLAY "CONTA " WK-ER-AGENCIA-A "/" WK-ER-NUMCTA-A
                           " NAO GRAVADA."
                   GO TO 0360-END
               END-IF
               PERFORM 0310-LOCALIZAR-CONTA THRU 0310-END
               IF WK-CTA-FOUND = "S"
                   DISPLAY "CONTA JA CADASTRADA - USE O MODO M PARA"
                   DISPLAY "ATUALIZAR OU ENCERRAR. CONTA NAO GRAVADA."
               ELSE
                   PERFORM 0330-GRAVAR-REGISTRO THRU 0330-END
               END-IF
           DISPLAY "NUMERO DA AGENCIA: [4]"
           ACCEPT WK-ER-AGENCIA-A END-ACCEPT

      *    A AGENCIA E CONFERIDA ANTES DOS DOZE PERIODOS, PARA O
      *    OPERADOR NAO DIGITAR A CONTA INTEIRA A TOA
           MOVE WK-ER-AGENCIA-A TO WK-AGV-CODIGO
           PERFORM 0320-VALIDAR-AGENCIA THRU 0320-END
           IF WK-AGV-OK NOT = "S"
               DISPLAY "CONTA NAO GRAVADA."
               GO TO 0300-PERGUNTAR
           END-IF

           DISPLAY "NUMERO DA CONTA: [6]"
           ACCEPT WK-ER-NUMCTA-A END-ACCEPT

           PERFORM 0305-CAPTURAR-DADOS THRU 0305-END
           PERFORM 0306-CAPTURAR-CLIENTE THRU 0306-END

      *    GRAVAR REGISTRO, SALVO SE A CONTA JA EXISTIR OU O CLIENTE
      *    INFORMADO NAO ESTIVER CADASTRADO
           IF WK-CLI-OK NOT = "S"
               DISPLAY "CONTA NAO GRAVADA."
           ELSE
               PERFORM 0310-LOCALIZAR-CONTA THRU 0310-END
               IF WK-CTA-FOUND = "S"
                   DISPLAY "CONTA JA CADASTRADA - USE O MODO M PARA"
                   DISPLAY "ATUALIZAR OU ENCERRAR. CONTA NAO GRAVADA."
               ELSE
                   PERFORM 0330-GRAVAR-REGISTRO THRU 0330-END
               END-IF
           END-IF
           .
       0300-PERGUNTAR.
           DISPLAY "DESEJA ENCERRAR O PROCESSAMENTO (S/N:)" END-DISPLAY.
           ACCEPT WK-FIM END-ACCEPT
           .

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               DISPLAY "QUAL OS VALORES DO PERIODO " WK-I ": "
               " EXEMPLO: APENAS R$ 1,01 , FICA: 0000101"
               " (A DESCOBERTO: -0000101)" END-DISPLAY
               ACCEPT WK-ER-VALORS-A (WK-I) END-ACCEPT
               PERFORM 0308-CONVERTER-VALOR THRU 0308-END

               DISPLAY "QUANTOS DIAS DO PERIODO " WK-I ": "
                   " EXEMPLO: APENAS 1 DIA, FICA: 001" END-DISPLAY
           .
       0305-END. EXIT.

      *    PASSAR O VALOR DIGITADO DO PERIODO WK-I PARA O FORMATO COM
      *    SINAL DO ERESUMO. BRANCOS FICAM EM BRANCO (PERIODO VAZIO);
      *    ENTRADA QUE NAO SEJA SINAL + DIGITOS FICA COMO VEIO E A
      *    CONTA E REJEITADA NO RELATORIO, COMO SEMPRE FOI
       0308-CONVERTER-VALOR SECTION.
           MOVE WK-ER-VALORS-A (WK-I) TO WK-VAL-ENT
           IF WK-VAL-ENT = SPACES
               GO TO 0308-END
           END-IF

           MOVE "+" TO WK-VAL-SINAL
           MOVE 1   TO WK-VAL-INI
           IF WK-VAL-ENT (1:1) = "+" OR "-"
               MOVE WK-VAL-ENT (1:1) TO WK-VAL-SINAL
               MOVE 2 TO WK-VAL-INI
           END-IF

           MOVE ZEROS TO WK-VAL-TAM
           INSPECT WK-VAL-ENT (WK-VAL-INI:) TALLYING WK-VAL-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WK-VAL-TAM = ZEROS OR WK-VAL-TAM > 9
               GO TO 0308-END
           END-IF
           COMPUTE WK-VAL-POS = WK-VAL-INI + WK-VAL-TAM
           IF WK-VAL-POS < 11
               IF WK-VAL-ENT (WK-VAL-POS:) NOT = SPACES
                   GO TO 0308-END
               END-IF
           END-IF

           MOVE ZEROS TO WK-VAL-DIG
           COMPUTE WK-VAL-POS = 10 - WK-VAL-TAM
           MOVE WK-VAL-ENT (WK-VAL-INI:WK-VAL-TAM)
             TO WK-VAL-DIG (WK-VAL-POS:WK-VAL-TAM)
           IF WK-VAL-DIG NOT NUMERIC
               GO TO 0308-END
           END-IF

           IF WK-VAL-SINAL = "-"
               COMPUTE WK-ER-VALORS (WK-I) = ZERO - WK-VAL-NUM
           ELSE
               MOVE WK-VAL-NUM TO WK-ER-VALORS (WK-I)
           END-IF
           .
       0308-END. EXIT.

      *    PERGUNTAS DO CLIENTE TITULAR, COMPARTILHADAS ENTRE O
      *    CADASTRO (0300) E O VINCULO NA MANUTENCAO (0440). A
      *    ATUALIZACAO (0410) NAO MEXE NO VINCULO
       0306-CAPTURAR-CLIENTE SECTION.
           DISPLAY "CLIENTE - TIPO (F=CPF J=CNPJ BRANCO=SEM "
                   "VINCULO): [1]" END-DISPLAY
           ACCEPT WK-CLI-TIPO-ENT END-ACCEPT

           MOVE SPACES TO WK-CLI-DOC-ENT
           IF WK-CLI-TIPO-ENT NOT = SPACES
               DISPLAY "CPF (11) OU CNPJ (14) DO CLIENTE, SO "
                       "NUMEROS: [14]" END-DISPLAY
               ACCEPT WK-CLI-DOC-ENT END-ACCEPT
           END-IF

           PERFORM 0315-VALIDAR-CLIENTE THRU 0315-END
           .
       0306-END. EXIT.

      *    LOCALIZAR A CONTA DIRETO PELO RECORD KEY DO CADASTRO
      *    INDEXADO. USADO TANTO PARA REJEITAR DUPLICIDADE NO CADASTRO
      *    QUANTO PARA ACHAR A CONTA NA MANUTENCAO
           .
       0310-END. EXIT.

      *    MONTAR O VINCULO A PARTIR DO QUE FOI DIGITADO (OU QUEBRADO
      *    DO LOTE) E CONFERIR QUE O CLIENTE EXISTE NO CADASTRO. O
      *    DIGITO VERIFICADOR JA FOI CRITICADO NA INCLUSAO DO CLIENTE
      *    (PGMS0807) - AQUI BASTA ACHAR A CHAVE. TIPO EM BRANCO E
      *    CONTA SEM VINCULO, QUE CONTINUA VALENDO
       0315-VALIDAR-CLIENTE SECTION.
           MOVE "N"    TO WK-CLI-OK
           MOVE SPACES TO WK-ER-CLI-TIPO
           MOVE SPACES TO WK-ER-CLI-DOC-A

           EVALUATE WK-CLI-TIPO-ENT
               WHEN SPACES
                   MOVE "S" TO WK-CLI-OK
                   GO TO 0315-END
               WHEN "F" WHEN "f"
                   IF WK-CLI-CPF NOT NUMERIC OR
                      WK-CLI-CPF-SOBRA NOT = SPACES
                       DISPLAY "CPF DEVE TER 11 DIGITOS"
                       GO TO 0315-END
                   END-IF
                   MOVE "F"        TO WK-ER-CLI-TIPO
                   MOVE WK-CLI-CPF TO WK-ER-CLI-DOC
               WHEN "J" WHEN "j"
                   IF WK-CLI-CNPJ NOT NUMERIC
                       DISPLAY "CNPJ DEVE TER 14 DIGITOS"
                       GO TO 0315-END
                   END-IF
                   MOVE "J"         TO WK-ER-CLI-TIPO
                   MOVE WK-CLI-CNPJ TO WK-ER-CLI-DOC
               WHEN OTHER
                   DISPLAY "TIPO DE CLIENTE INVALIDO (F OU J)"
                   GO TO 0315-END
           END-EVALUATE

           IF WK-CLI-ABERTO NOT = "S"
               DISPLAY "CADASTRO DE CLIENTES INEXISTENTE - VINCULO "
                       "RECUSADO"
               MOVE SPACES TO WK-ER-CLI-TIPO
               MOVE SPACES TO WK-ER-CLI-DOC-A
               GO TO 0315-END
           END-IF

           MOVE WK-ER-CLI-TIPO TO CL-TIPO
           MOVE WK-ER-CLI-DOC  TO CL-DOC

           READ CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " WK-ER-CLI-TIPO " "
                           WK-ER-CLI-DOC-A " NAO CADASTRADO"
                   MOVE SPACES TO WK-ER-CLI-TIPO
                   MOVE SPACES TO WK-ER-CLI-DOC-A
               NOT INVALID KEY
                   MOVE "S" TO WK-CLI-OK
                   DISPLAY "CLIENTE: " CL-NOME
           END-READ

           IF WK-FS-CL NOT EQUAL ZEROS AND
               WK-FS-CL NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO CLIENTE" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0315-END. EXIT.

      *    CONFERIR A AGENCIA WK-AGV-CODIGO NO CADASTRO DE AGENCIAS:
      *    TEM DE EXISTIR, JA TER ABERTO E NAO ESTAR FECHADA NA DATA
      *    DO DIA (FECHAMENTO ZERADO OU FUTURO). O MOTIVO DA RECUSA E
      *    EXIBIDO AQUI; O CHAMADOR SO DIZ QUE A CONTA NAO FOI GRAVADA
       0320-VALIDAR-AGENCIA SECTION.
           MOVE "N" TO WK-AGV-OK
           MOVE WK-AGV-CODIGO TO AG-CODIGO

           READ AGENCIA INTO WK-REG-AGENCIA
               INVALID KEY
                   DISPLAY "AGENCIA " WK-AGV-CODIGO " NAO CADASTRADA"
                   GO TO 0320-END
           END-READ

           IF WK-FS-AG NOT EQUAL ZEROS
               MOVE "ERRO NA LEITURA DO AGENCIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-AGM-DT-ABERTURA > WK-AGV-HOJE
               DISPLAY "AGENCIA " WK-AGV-CODIGO " SO ABRE EM "
                       WK-AGM-DT-ABERTURA
               GO TO 0320-END
           END-IF

           IF WK-AGM-DT-FECHAMENTO > ZEROS AND
              WK-AGM-DT-FECHAMENTO NOT > WK-AGV-HOJE
               DISPLAY "AGENCIA " WK-AGV-CODIGO " FECHADA EM "
                       WK-AGM-DT-FECHAMENTO
               GO TO 0320-END
           END-IF

           MOVE "S" TO WK-AGV-OK
           .
       0320-END. EXIT.

      *    GRAVAR O REGISTRO DIRETO NO CADASTRO INDEXADO (COMPARTILHADO
      *    ENTRE OS MODOS INTERATIVO E BATCH). O INVALID KEY COBRE UMA
      *    DUPLICIDADE QUE ESCAPE DA CONFERENCIA FEITA NO 0310
               GO TO 0330-END
           END-IF

      *    TODA CONTA NASCE ATIVA, COM A DATA DA ABERTURA COMO DATA
      *    DA SITUACAO
           MOVE "A" TO WK-ER-SITUACAO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-SIT-AGORA
           MOVE WK-SIT-AGORA (1:8) TO WK-ER-DT-SITUACAO-A

           WRITE REG-ERESUMO FROM WK-REG-ERESUMO
               INVALID KEY
                   DISPLAY "CONTA JA CADASTRADA - USE O MODO M PARA"
                   DISPLAY "ATUALIZAR OU ENCERRAR. CONTA NAO GRAVADA."
               NOT INVALID KEY
                   MOVE "I"            TO WK-AUD-ACAO
                   MOVE SPACES         TO WK-AUD-ANTES
           .
       0330-END. EXIT.

      *    MANUTENCAO: ATUALIZAR, BLOQUEAR, LIBERAR, ENCERRAR OU
      *    TRANSFERIR UMA CONTA JA CADASTRADA. CONTA ENCERRADA NAO
      *    ACEITA MAIS NENHUMA MANUTENCAO - FICA SO PARA CONSULTA ATE
      *    O EXPURGO (PGMS0806) LEVA-LA PARA O HISTORICO
       0400-MANUTENCAO SECTION.
           DISPLAY "NUMERO DA AGENCIA: [4]"
           ACCEPT WK-ER-AGENCIA-A END-ACCEPT

           IF WK-CTA-FOUND = "N"
               DISPLAY "CONTA NAO ENCONTRADA"
               GO TO 0400-PERGUNTAR
           END-IF

           MOVE WK-REG-ANTES TO WK-REG-ERESUMO

           IF WK-ER-SITUACAO = "E"
               DISPLAY "CONTA ENCERRADA EM " WK-ER-DT-SITUACAO-A
                       " - SOMENTE CONSULTA"
               GO TO 0400-PERGUNTAR
           END-IF

           DISPLAY "A=ATUALIZAR B=BLOQUEAR L=LIBERAR E=ENCERRAR "
                   "T=TRANSFERIR V=VINCULAR CLIENTE: " END-DISPLAY
           ACCEPT WK-OPCAO-MANUT END-ACCEPT

           EVALUATE WK-OPCAO-MANUT
               WHEN "A" WHEN "a"
                   PERFORM 0410-ATUALIZAR-CONTA THRU 0410-END
               WHEN "B" WHEN "b"
                   MOVE "B" TO WK-SIT-NOVA
                   PERFORM 0420-MUDAR-SITUACAO THRU 0420-END
               WHEN "L" WHEN "l"
                   MOVE "A" TO WK-SIT-NOVA
                   PERFORM 0420-MUDAR-SITUACAO THRU 0420-END
               WHEN "E" WHEN "e"
                   MOVE "E" TO WK-SIT-NOVA
                   PERFORM 0420-MUDAR-SITUACAO THRU 0420-END
               WHEN "T" WHEN "t"
                   PERFORM 0430-TRANSFERIR-CONTA THRU 0430-END
               WHEN "V" WHEN "v"
                   PERFORM 0440-VINCULAR-CLIENTE THRU 0440-END
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE
           .
       0400-PERGUNTAR.
           DISPLAY "DESEJA ENCERRAR A MANUTENCAO (S/N:)" END-DISPLAY.
           ACCEPT WK-FIM END-ACCEPT
           .
       0400-END. EXIT.

      *    REGRAVAR EM CIMA DO REGISTRO JA LIDO PELO 0310; A CHAVE
      *    PERMANECE A QUE FOI DIGITADA NA ENTRADA DA MANUTENCAO. A
      *    SITUACAO VEM DA IMAGEM LIDA (0400) E NAO MUDA AQUI
       0410-ATUALIZAR-CONTA SECTION.
           PERFORM 0305-CAPTURAR-DADOS THRU 0305-END

           .
       0410-END. EXIT.

      *    A CONTA NAO E MAIS EXCLUIDA FISICAMENTE: BLOQUEIO (B),
      *    LIBERACAO (VOLTA A A) E ENCERRAMENTO (E) SO TROCAM A
      *    SITUACAO E A DATA DA SITUACAO, PRESERVANDO NOME E PERIODOS
      *    PARA O RELATO, O EXTRATO E O HISTORICO. SO SE BLOQUEIA
      *    CONTA ATIVA E SO SE LIBERA CONTA BLOQUEADA; O ENCERRAMENTO
      *    VALE PARA AS DUAS E E DEFINITIVO. JORNALIZADO COMO ACAO S
       0420-MUDAR-SITUACAO SECTION.
           EVALUATE TRUE
               WHEN WK-SIT-NOVA = "B" AND WK-ER-SITUACAO = "B"
                   DISPLAY "CONTA JA ESTA BLOQUEADA"
                   GO TO 0420-END
               WHEN WK-SIT-NOVA = "A" AND WK-ER-SITUACAO NOT = "B"
                   DISPLAY "SO SE LIBERA CONTA BLOQUEADA"
                   GO TO 0420-END
           END-EVALUATE

           MOVE WK-SIT-NOVA TO WK-ER-SITUACAO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-SIT-AGORA
           MOVE WK-SIT-AGORA (1:8) TO WK-ER-DT-SITUACAO-A

           REWRITE REG-ERESUMO FROM WK-REG-ERESUMO
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA PARA MUDANCA DE "
                           "SITUACAO"
               NOT INVALID KEY
                   MOVE "S"            TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES   TO WK-AUD-ANTES
                   MOVE WK-REG-ERESUMO TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   EVALUATE WK-SIT-NOVA
                       WHEN "B" MOVE "BLOQUEADA"  TO WK-SIT-DESCR
                       WHEN "E" MOVE "ENCERRADA"  TO WK-SIT-DESCR
                       WHEN OTHER MOVE "LIBERADA" TO WK-SIT-DESCR
                   END-EVALUATE
                   DISPLAY "CONTA " WK-SIT-DESCR " EM "
                           WK-ER-DT-SITUACAO-A
           END-REWRITE

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 23
               MOVE "ERRO NO REWRITE DO ARQUIVO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF
           .
               GO TO 0430-END
           END-IF

      *    A AGENCIA DE DESTINO TEM DE ESTAR CADASTRADA E EM
      *    FUNCIONAMENTO, MESMO QUANDO SO O NUMERO DA CONTA MUDA
           MOVE WK-TR-AGENCIA-NOVA TO WK-AGV-CODIGO
           PERFORM 0320-VALIDAR-AGENCIA THRU 0320-END
           IF WK-AGV-OK NOT = "S"
               DISPLAY "CONTA NAO TRANSFERIDA"
               GO TO 0430-END
           END-IF

      *    O DESTINO NAO PODE EXISTIR - TRANSFERIR POR CIMA DE OUTRA
      *    CONTA APAGARIA O CLIENTE QUE JA MORA LA
           MOVE SPACES             TO WK-TR-DESTINO-EXISTE
               GO TO 0430-END
           END-IF

      *    REGRAVAR SOB A CHAVE NOVA PRESERVANDO NOME, PERIODOS E
      *    SITUACAO
           MOVE WK-REG-ANTES       TO WK-REG-ERESUMO
           MOVE WK-TR-AGENCIA-NOVA TO WK-ER-AGENCIA-A
           MOVE WK-TR-NUMCTA-NOVA  TO WK-ER-NUMCTA-A
                   WK-TR-NUMCTA-NOVA
           .
       0430-END. EXIT.

      *    VINCULAR A CONTA A UM CLIENTE, TROCAR O CLIENTE OU DESFAZER
      *    O VINCULO (TIPO EM BRANCO). SO O VINCULO MUDA - NOME,
      *    PERIODOS E SITUACAO FICAM COMO LIDOS PELO 0310. JORNALIZADO
      *    COMO ALTERACAO (ACAO A)
       0440-VINCULAR-CLIENTE SECTION.
           IF WK-ER-CLI-TIPO = SPACES
               DISPLAY "CONTA SEM CLIENTE VINCULADO"
           ELSE
               DISPLAY "CLIENTE ATUAL: " WK-ER-CLI-TIPO " "
                       WK-ER-CLI-DOC-A
           END-IF

           PERFORM 0306-CAPTURAR-CLIENTE THRU 0306-END

           IF WK-CLI-OK NOT = "S"
               DISPLAY "VINCULO NAO ALTERADO"
               GO TO 0440-END
           END-IF

           REWRITE REG-ERESUMO FROM WK-REG-ERESUMO
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA PARA VINCULO"
               NOT INVALID KEY
                   MOVE "A"            TO WK-AUD-ACAO
                   MOVE WK-REG-ANTES   TO WK-AUD-ANTES
                   MOVE WK-REG-ERESUMO TO WK-AUD-DEPOIS
                   PERFORM 0650-GRAVAR-AUDITORIA THRU 0650-END
                   DISPLAY "VINCULO GRAVADO"
           END-REWRITE

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 23
               MOVE "ERRO NO REWRITE DO ARQUIVO" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
           END-IF
           .
       0440-END. EXIT.
      *    DIARIO: NADA FOI ALTERADO E O ARQUIVO ESTA SO EM LEITURA
       0500-FINISH SECTION.
           IF WK-MODO NOT = "C"
               CLOSE ARQ-BATCH
           END-IF

           IF WK-MODO NOT = "C" AND WK-CLI-ABERTO = "S"
               CLOSE CLIENTE
           END-IF

           IF WK-MODO NOT = "C"
               CLOSE AGENCIA
           END-IF

           IF WK-MODO = "M"
               CLOSE ERXREF

           DISPLAY "AGENCIA " WK-ER-AGENCIA-A
                   "  CONTA " WK-ER-NUMCTA-A
                   "  NOME " WK-ER-NOME
           EVALUATE WK-ER-SITUACAO
               WHEN "B" MOVE "BLOQUEADA"  TO WK-SIT-DESCR
               WHEN "E" MOVE "ENCERRADA"  TO WK-SIT-DESCR
               WHEN OTHER MOVE "ATIVA"    TO WK-SIT-DESCR
           END-EVALUATE
           DISPLAY "  SITUACAO " WK-SIT-DESCR
                   "  DESDE " WK-ER-DT-SITUACAO-A
           IF WK-ER-CLI-TIPO = SPACES
               DISPLAY "  CLIENTE  SEM VINCULO"
           ELSE
               DISPLAY "  CLIENTE  " WK-ER-CLI-TIPO " "
                       WK-ER-CLI-DOC-A
           END-IF
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               DISPLAY "  PERIODO " WK-I
                       "  VALOR " WK-ER-VALORS-A (WK-I)
           DISPLAY "FILE STATUS BATCH  : " WK-FS-BATCH
           DISPLAY "FILE STATUS ERAUDIT: " WK-FS-AUD
           DISPLAY "FILE STATUS ERXREF : " WK-FS-XR
           DISPLAY "FILE STATUS CLIENTE: " WK-FS-CL
           DISPLAY "FILE STATUS AGENCIA: " WK-FS-AG
           DISPLAY "==================================================="
           .
       0700-END. EXIT.
