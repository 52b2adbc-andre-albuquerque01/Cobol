                  RECORD KEY IS XR-CHAVE
                  FILE STATUS IS WK-FS-XR.

      *    CADASTRO DE AGENCIAS (PGMS0808): NOME E REGIAO NO CABECALHO.
      *    SE AINDA NAO EXISTIR O COMPARATIVO SAI ASSIM MESMO
           SELECT AGENCIA ASSIGN TO "AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CODIGO
                  FILE STATUS IS WK-FS-AG.

           SELECT RELCOMP ASSIGN TO "RELCOMP.DAT"
                  FILE STATUS IS WK-FS-REL.

           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

       FD  ERHIST.

               10 HI-AGENCIA           PIC 9(04).
               10 HI-NUMCTA            PIC 9(06).
           05 HI-NOME                  PIC X(23).
           05 HI-PERIODOS              PIC X(156).
           05 HI-SALDO-MEDIO           PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.

       FD  ERXREF.
           05 XR-DATA-TRANSF           PIC 9(08).
           05 FILLER                   PIC X(12).

       FD  AGENCIA.

       01  REG-AGENCIA.
           05 AG-CODIGO                PIC 9(04).
           05 AG-DADOS                 PIC X(96).

       FD  RELCOMP.

       01  REG-RELCOMP                 PIC X(80).
       77  WK-BUSCA-CONTA              PIC 9(06) VALUE ZEROS.
       77  WK-TOT-VIA-XREF             PIC 9(06) VALUE ZEROS.

      *    CADASTRO DE AGENCIAS: CADA AGENCIA COMECA PAGINA PROPRIA
      *    COM O NOME E A REGIAO NO CABECALHO
       77  WK-FS-AG                    PIC 9(02) VALUE ZEROS.
       77  WK-AGN-ABERTO               PIC X(01) VALUE SPACES.
       77  WK-AG-ATUAL                 PIC 9(04) VALUE ZEROS.
       77  WK-TEM-AGENCIA              PIC X(01) VALUE SPACES.

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
      *    RELATORIO DE OPERACAO PGMP0807
           05 WK-ER-NUMCTA             PIC X(06)    VALUE SPACES.
           05 WK-ER-NOME               PIC X(23)    VALUE SPACES.
           05 WK-ER-PERIODO OCCURS 12 TIMES.
               10 WK-ER-VALORS-A       PIC X(10)    VALUE SPACES.
               10 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
               10 WK-ER-DIAS-A         PIC X(03)    VALUE SPACES.
               10 WK-ER-DIAS REDEFINES WK-ER-DIAS-A PIC 9(03).
      *    SITUACAO DA CONTA (A=ATIVA B=BLOQUEADA E=ENCERRADA) E DATA
      *    DA ULTIMA MUDANCA DE SITUACAO; O RESTO DO REGISTRO FICA
      *    RESERVADO PARA EXPANSAO
           05 WK-ER-SITUACAO           PIC X(01)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO-A      PIC X(08)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO REDEFINES WK-ER-DT-SITUACAO-A
                                       PIC 9(08).
           05 FILLER                   PIC X(52)    VALUE SPACES.
       01  WK-I                        PIC 9(02) VALUE 1.

       01  WK-TOT-VALOR-DIA            PIC S9(13)V99 VALUE ZEROS.
       01  WK-TOT-DIAS                 PIC 9(04)     VALUE ZEROS.
       01  WK-SALDO-ATUAL              PIC S9(07)V99 VALUE ZEROS.
       01  WK-SALDO-ANT                PIC S9(07)V99 VALUE ZEROS.
       01  WK-VARIACAO                 PIC S9(05)V99 VALUE ZEROS.

      *    LINHAS DO RELATORIO COMPARATIVO
           05 FILLER                   PIC X(03) VALUE ' X '.
           05 REL3-ANO-ATU             PIC 9(04) VALUE ZEROS.

       01  WK-REL6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'AGENCIA '.
           05 REL6-AGENCIA             PIC 9(04) VALUE ZEROS.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 REL6-NOME                PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE '  REGIAO '.
           05 REL6-REGIAO              PIC 9(02) VALUE ZEROS.

       01  WK-REL4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 DET-CONTA                PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DET-NOME                 PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DET-SALDO-ATU            PIC +9(07),99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DET-SALDO-ANT            PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DET-VARIACAO             PIC X(11) VALUE SPACES.

       01  WK-SALDO-ANT-FMT            PIC +9(07),99.
       01  WK-VARIACAO-FMT             PIC +ZZ.ZZ9,99.
       01  WK-BASE-VARIACAO            PIC 9(07)V99 VALUE ZEROS.

      *    CONFERENCIA DOS REGISTROS DE CONTROLE DO ERESUMO, COMO NO
      *    PGMP0801: MESTRE PARCIAL NAO VIRA RELATORIO
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

           MOVE 999 TO WK-AC-LINHAS

           MOVE "S" TO WK-AGN-ABERTO
           OPEN INPUT AGENCIA

           EVALUATE TRUE
               WHEN WK-FS-AG EQUAL ZEROS
                   CONTINUE
               WHEN WK-FS-AG EQUAL 35
                   MOVE "N" TO WK-AGN-ABERTO
                   DISPLAY "AVISO: CADASTRO DE AGENCIAS AINDA NAO "
                           "EXISTE"
               WHEN OTHER
                   MOVE "ERRO NA ABERTURA DO AGENCIA" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE ZEROS TO ER-AGENCIA
           MOVE ZEROS TO ER-NUMCTA
           START ERESUMO KEY NOT < ER-CHAVE
               PERFORM 2040-CALCULAR-VARIACAO THRU END-2040
           ELSE
               ADD 1 TO WK-TOT-SEM-HIST
               MOVE "        N/D" TO DET-SALDO-ANT
               MOVE "       N/D" TO DET-VARIACAO
           END-IF

      *    QUEBRA DE AGENCIA: PAGINA NOVA (O MESTRE E LIDO EM ORDEM
      *    DE CHAVE)
           IF WK-TEM-AGENCIA NOT = "S" OR
              ER-AGENCIA NOT = WK-AG-ATUAL
               MOVE ER-AGENCIA TO WK-AG-ATUAL
               MOVE "S" TO WK-TEM-AGENCIA
               PERFORM 2070-BUSCAR-AGENCIA THRU END-2070
               MOVE 999 TO WK-AC-LINHAS
           END-IF

           IF WK-AC-LINHAS > 57
               PERFORM 2050-IMPRIMIR-CABECALHO THRU END-2050
           END-IF
           WRITE REG-RELCOMP FROM WK-REL1 BEFORE 1
           WRITE REG-RELCOMP FROM WK-REL2 AFTER 1
           WRITE REG-RELCOMP FROM WK-REL3 AFTER 1
           WRITE REG-RELCOMP FROM WK-REL6 AFTER 1
           WRITE REG-RELCOMP FROM WK-REL4 AFTER 1
           PERFORM 2060-CONFERIR-ESCRITA THRU END-2060

           MOVE 8 TO WK-AC-LINHAS
           .
       END-2050. EXIT.

      *    NOME E REGIAO DA AGENCIA PARA O CABECALHO. AGENCIA FORA DO
      *    CADASTRO SAI MARCADA, NA REGIAO 00
       2070-BUSCAR-AGENCIA SECTION.
           MOVE WK-AG-ATUAL TO REL6-AGENCIA
           MOVE "*** AGENCIA NAO CADASTRADA ***" TO REL6-NOME
           MOVE ZEROS TO REL6-REGIAO

           IF WK-AGN-ABERTO NOT = "S"
               GO TO END-2070
           END-IF

           MOVE WK-AG-ATUAL TO AG-CODIGO
           READ AGENCIA INTO WK-REG-AGENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WK-AGM-NOME   TO REL6-NOME
                   MOVE WK-AGM-REGIAO TO REL6-REGIAO
           END-READ

           IF WK-FS-AG NOT EQUAL ZEROS AND
               WK-FS-AG NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO AGENCIA" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       END-2070. EXIT.

       3000-FINALIZAR SECTION.
           CLOSE ERESUMO
           CLOSE ERHIST
               CLOSE ERXREF
           END-IF

           IF WK-AGN-ABERTO = "S"
               CLOSE AGENCIA
           END-IF

      *    O CLOSE DESCARREGA OS BUFFERS DO RELATORIO - FALHA AQUI E
      *    RELATORIO INCOMPLETO NO DISCO E NAO PODE SAIR COM RC 0
           CLOSE RELCOMP
           DISPLAY "FILE STATUS ERHIST : " WK-FS-HI
           DISPLAY "FILE STATUS ERXREF : " WK-FS-XR
           DISPLAY "FILE STATUS RELCOMP: " WK-FS-REL
           DISPLAY "FILE STATUS AGENCIA: " WK-FS-AG
           DISPLAY "==================================================="
           .
       9000-FIM. EXIT.
