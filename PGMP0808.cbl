      *          corrente). Para cada conta dormente sai agencia,
      *          conta, nome, o ultimo mes com movimento e o saldo
      *          medio congelado desde entao, com subtotal por
      *          agencia em RELDORM.DAT. Conta encerrada nao entra
      *          na analise de inatividade: sai numa secao propria
      *          no fim do relatorio, com a data do encerramento.
      * Tectonics: cobc
      * Obeservation: ER significa ERESUMO, DM significa DORMENTE.
      ******************************************************************
           SELECT RELDORM ASSIGN TO "RELDORM.DAT"
                  FILE STATUS IS WK-FS-REL.

      *    CADASTRO DE AGENCIAS (PGMS0808): NOME E REGIAO NA QUEBRA.
      *    SE AINDA NAO EXISTIR O RELATORIO SAI ASSIM MESMO
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

       FD  RELDORM.

       01  REG-RELDORM                 PIC X(80).

       FD  AGENCIA.

       01  REG-AGENCIA.
           05 AG-CODIGO                PIC 9(04).
           05 AG-DADOS                 PIC X(96).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).
       77  WK-TOT-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WK-TOT-DORMENTES            PIC 9(06) VALUE ZEROS.
       77  WK-TOT-CORROMPIDAS          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ENCERRADAS           PIC 9(06) VALUE ZEROS.
       77  WK-FIM-ENC                  PIC X(01) VALUE SPACES.
       77  WK-TOT-AGENCIAS             PIC 9(04) VALUE ZEROS.
       77  WK-ULT-MES-MOV              PIC 9(02) VALUE ZEROS.
       77  WK-AG-ATUAL                 PIC 9(04) VALUE ZEROS.
       77  WK-AC-PAGINAS               PIC 9(03) VALUE ZEROS.
       77  WK-AC-LINHAS                PIC 9(05) VALUE ZEROS.

      *    CADASTRO DE AGENCIAS E TOTAIS POR REGIAO (INDICE = REGIAO
      *    MAIS 1, PARA A REGIAO 00 DAS AGENCIAS NAO CADASTRADAS)
       77  WK-FS-AG                    PIC 9(02) VALUE ZEROS.
       77  WK-AGN-ABERTO               PIC X(01) VALUE SPACES.
       77  WK-AGN-NOME                 PIC X(30) VALUE SPACES.
       77  WK-AGN-REGIAO               PIC 9(02) VALUE ZEROS.
       77  WK-RG-IDX                   PIC 9(03) VALUE ZEROS.
       77  WK-RG-NUMERO                PIC 9(03) VALUE ZEROS.

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

       01  WK-TAB-REGIAO.
           05 WK-RG-ENTRY OCCURS 100 TIMES.
               10 WK-RG-AGENCIAS       PIC 9(04) VALUE ZEROS.
               10 WK-RG-DORMENTES      PIC 9(06) VALUE ZEROS.

       01  WK-CURRENT-DATE.
           05 WK-CD-AAAA               PIC 9(04) VALUE ZEROS.
           05 WK-CD-MM                 PIC 9(02) VALUE ZEROS.
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
       01  WK-SALDO-MEDIO              PIC S9(07)V99 VALUE ZEROS.
       77  WK-ERRO-PERIODO             PIC X(01) VALUE SPACES.

      *    CONFERENCIA DOS REGISTROS DE CONTROLE DO ERESUMO, COMO NO
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
           05 FILLER                   PIC X(04) VALUE 'NOME'.
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'ULT MES MOVT'.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'SALDO MEDIO'.

       01  WK-DOR5.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 DOR5-ULT-MES             PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 DOR5-SALDO               PIC +9(07),99.

       01  WK-DOR6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           'CONTAS LIDAS '.
           05 DOR7-LIDAS               PIC ZZZZZ9.

      *    IDENTIFICACAO DA AGENCIA NA QUEBRA E TOTAIS POR REGIAO
       01  WK-DOR12.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'AGENCIA '.
           05 DOR12-AGENCIA            PIC 9(04) VALUE ZEROS.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 DOR12-NOME               PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE '  REGIAO '.
           05 DOR12-REGIAO             PIC 9(02) VALUE ZEROS.

       01  WK-DOR13.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
           'CONTAS DORMENTES POR REGIAO'.

       01  WK-DOR14.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'REGIAO '.
           05 DOR14-REGIAO             PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'AGENCIAS '.
           05 DOR14-AGENCIAS           PIC ZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
           'CONTAS DORMENTES: '.
           05 DOR14-QTD                PIC ZZZZZ9.

      *    SECAO DAS CONTAS ENCERRADAS
       01  WK-DOR8.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(45) VALUE
           'CONTAS ENCERRADAS - FORA DA ANALISE DE MOVTO'.

       01  WK-DOR9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'NUMERO'.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'NOME'.
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'ENCERRADA EM'.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'SALDO MEDIO'.

       01  WK-DOR10.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DOR10-AGENCIA            PIC ZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 DOR10-CONTA              PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 DOR10-NOME               PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 DOR10-DD                 PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 DOR10-MM                 PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 DOR10-AAAA               PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DOR10-SALDO              PIC +9(07),99.

       01  WK-DOR11.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE
           'TOTAL CONTAS ENCERRADAS '.
           05 DOR11-QTD                PIC ZZZZZ9.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807

           MOVE 999 TO WK-AC-LINHAS

           MOVE "S" TO WK-AGN-ABERTO
           OPEN INPUT AGENCIA

           IF WK-FS-AG EQUAL 35
               MOVE "N" TO WK-AGN-ABERTO
               DISPLAY "AVISO: CADASTRO DE AGENCIAS AINDA NAO EXISTE"
           ELSE
               IF WK-FS-AG NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO AGENCIA" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-IF

           MOVE ZEROS TO ER-AGENCIA
           MOVE ZEROS TO ER-NUMCTA
           START ERESUMO KEY NOT < ER-CHAVE
                       CONTINUE
                   ELSE
                       ADD 1 TO WK-TOT-LIDAS
                       IF WK-ER-SITUACAO = "E"
                           ADD 1 TO WK-TOT-ENCERRADAS
                       ELSE
                           PERFORM 2020-ANALISAR-CONTA THRU END-2020
                       END-IF
                   END-IF
           END-READ

               MOVE "S" TO WK-TEM-AGENCIA
               MOVE ZEROS TO WK-AG-DORMENTES
               ADD 1 TO WK-TOT-AGENCIAS
               PERFORM 2060-BUSCAR-AGENCIA THRU END-2060
               COMPUTE WK-RG-IDX = WK-AGN-REGIAO + 1
               ADD 1 TO WK-RG-AGENCIAS (WK-RG-IDX)
               IF WK-AC-LINHAS > 55
                   PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
               ELSE
                   ADD 2 TO WK-AC-LINHAS
                   WRITE REG-RELDORM FROM WK-DOR12 AFTER 2
                   PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
               END-IF
           END-IF

           IF WK-AC-LINHAS > 57

           ADD 1 TO WK-AG-DORMENTES
           ADD 1 TO WK-TOT-DORMENTES
           ADD 1 TO WK-RG-DORMENTES (WK-RG-IDX)
           .
       END-2050. EXIT.

      *    NOME E REGIAO DA AGENCIA NOVA PARA A LINHA DE QUEBRA.
      *    AGENCIA FORA DO CADASTRO SAI MARCADA, NA REGIAO 00
       2060-BUSCAR-AGENCIA SECTION.
           MOVE "*** AGENCIA NAO CADASTRADA ***" TO WK-AGN-NOME
           MOVE ZEROS TO WK-AGN-REGIAO

           IF WK-AGN-ABERTO = "S"
               MOVE ER-AGENCIA TO AG-CODIGO
               READ AGENCIA INTO WK-REG-AGENCIA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WK-AGM-NOME   TO WK-AGN-NOME
                       MOVE WK-AGM-REGIAO TO WK-AGN-REGIAO
               END-READ
               IF WK-FS-AG NOT EQUAL ZEROS AND
                  WK-FS-AG NOT EQUAL 23
                   MOVE "ERRO NA LEITURA DO AGENCIA" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-IF

           MOVE WK-AG-ATUAL   TO DOR12-AGENCIA
           MOVE WK-AGN-NOME   TO DOR12-NOME
           MOVE WK-AGN-REGIAO TO DOR12-REGIAO
           .
       END-2060. EXIT.

       2100-IMPRIMIR-CABECALHO SECTION.
           ADD 1 TO WK-AC-PAGINAS
           MOVE WK-AC-PAGINAS TO DOR1-PAG
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150

           MOVE 7 TO WK-AC-LINHAS

      *    PAGINA NOVA NO MEIO DE UMA AGENCIA REPETE A IDENTIFICACAO
           IF WK-TEM-AGENCIA = "S"
               WRITE REG-RELDORM FROM WK-DOR12 AFTER 1
               PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
               MOVE 8 TO WK-AC-LINHAS
           END-IF
           .
       END-2100. EXIT.

           .
       END-2200. EXIT.

      *    SEGUNDA PASSADA NO MESTRE, SO QUANDO A PRIMEIRA CONTOU
      *    ALGUMA CONTA ENCERRADA: LISTA EM PAGINA PROPRIA, NA ORDEM
      *    DE CHAVE, COM A DATA DO ENCERRAMENTO
       2300-LISTAR-ENCERRADAS SECTION.
           MOVE ZEROS TO ER-AGENCIA
           MOVE ZEROS TO ER-NUMCTA
           MOVE SPACES TO WK-FIM-ENC
           START ERESUMO KEY NOT < ER-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-ENC
           END-START

           MOVE 999 TO WK-AC-LINHAS
           PERFORM 2310-LER-ENCERRADA THRU END-2310
                        UNTIL WK-FIM-ENC = "S"

           MOVE WK-TOT-ENCERRADAS TO DOR11-QTD
           WRITE REG-RELDORM FROM WK-DOR11 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           .
       END-2300. EXIT.

       2310-LER-ENCERRADA SECTION.
           READ ERESUMO NEXT RECORD INTO WK-REG-ERESUMO
               AT END
                   MOVE "S" TO WK-FIM-ENC
               NOT AT END
                   IF WK-ER-SITUACAO = "E" AND
                      NOT (ER-AGENCIA = 0000 AND ER-NUMCTA = 000000)
                      AND
                      NOT (ER-AGENCIA = 9999 AND ER-NUMCTA = 999999)
                       PERFORM 2320-IMPRIMIR-ENCERRADA THRU END-2320
                   END-IF
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERESUMO" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2310. EXIT.

       2320-IMPRIMIR-ENCERRADA SECTION.
           PERFORM 2030-CALCULAR-SALDO THRU END-2030
           IF WK-ERRO-PERIODO = "S"
               MOVE ZEROS TO WK-SALDO-MEDIO
           END-IF

           IF WK-AC-LINHAS > 57
               ADD 1 TO WK-AC-PAGINAS
               MOVE WK-AC-PAGINAS TO DOR1-PAG
               WRITE REG-RELDORM FROM WK-DOR1 AFTER PAGE
               WRITE REG-RELDORM FROM WK-DOR2 AFTER 1
               WRITE REG-RELDORM FROM WK-DOR8 AFTER 1
               WRITE REG-RELDORM FROM WK-DOR9 AFTER 1
               PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
               MOVE 7 TO WK-AC-LINHAS
           END-IF

           MOVE WK-ER-AGENCIA TO DOR10-AGENCIA
           MOVE WK-ER-NUMCTA  TO DOR10-CONTA
           MOVE WK-ER-NOME    TO DOR10-NOME
           MOVE WK-ER-DT-SITUACAO-A (7:2) TO DOR10-DD
           MOVE WK-ER-DT-SITUACAO-A (5:2) TO DOR10-MM
           MOVE WK-ER-DT-SITUACAO-A (1:4) TO DOR10-AAAA
           MOVE WK-SALDO-MEDIO TO DOR10-SALDO

           ADD 1 TO WK-AC-LINHAS
           WRITE REG-RELDORM FROM WK-DOR10 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           .
       END-2320. EXIT.

      *    TOTAIS POR REGIAO NO FIM DO RELATORIO (O MESTRE VEM EM
      *    ORDEM DE AGENCIA, NAO DE REGIAO): SO AS REGIOES QUE TIVERAM
      *    CONTA DORMENTE
       2400-IMPRIMIR-REGIOES SECTION.
           MOVE SPACES TO WK-TEM-AGENCIA
           IF WK-AC-LINHAS > 53
               PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           END-IF

           WRITE REG-RELDORM FROM WK-DOR13 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 2 TO WK-AC-LINHAS

           PERFORM VARYING WK-RG-IDX FROM 1 BY 1
                   UNTIL WK-RG-IDX > 100
               IF WK-RG-DORMENTES (WK-RG-IDX) > ZEROS
                   IF WK-AC-LINHAS > 57
                       PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
                       WRITE REG-RELDORM FROM WK-DOR13 AFTER 1
                       PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
                       ADD 1 TO WK-AC-LINHAS
                   END-IF
                   COMPUTE WK-RG-NUMERO = WK-RG-IDX - 1
                   MOVE WK-RG-NUMERO TO DOR14-REGIAO
                   MOVE WK-RG-AGENCIAS (WK-RG-IDX) TO DOR14-AGENCIAS
                   MOVE WK-RG-DORMENTES (WK-RG-IDX) TO DOR14-QTD
                   WRITE REG-RELDORM FROM WK-DOR14 AFTER 1
                   PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
                   ADD 1 TO WK-AC-LINHAS
               END-IF
           END-PERFORM
           .
       END-2400. EXIT.

       3000-FINALIZAR SECTION.
           IF WK-TOT-DORMENTES = ZEROS
               PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           WRITE REG-RELDORM FROM WK-DOR7 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150

           IF WK-TOT-AGENCIAS > ZEROS
               PERFORM 2400-IMPRIMIR-REGIOES THRU END-2400
           END-IF

           IF WK-TOT-ENCERRADAS > ZEROS
               PERFORM 2300-LISTAR-ENCERRADAS THRU END-2300
           END-IF

           CLOSE ERESUMO

           IF WK-AGN-ABERTO = "S"
               CLOSE AGENCIA
           END-IF

      *    O CLOSE DESCARREGA OS BUFFERS DO RELATORIO - FALHA AQUI E
      *    RELATORIO INCOMPLETO NO DISCO E NAO PODE SAIR COM RC 0
           CLOSE RELDORM
           DISPLAY "CONTAS DORMENTES:    " WK-TOT-DORMENTES
           DISPLAY "AGENCIAS COM CONTAS: " WK-TOT-AGENCIAS
           DISPLAY "FORA DA ANALISE:     " WK-TOT-CORROMPIDAS
           DISPLAY "CONTAS ENCERRADAS:   " WK-TOT-ENCERRADAS
           .
       END-3000. EXIT.

           DISPLAY "==================================================="
           DISPLAY "FILE STATUS ERESUMO: " WK-FS-ER
           DISPLAY "FILE STATUS RELDORM: " WK-FS-REL
           DISPLAY "FILE STATUS AGENCIA: " WK-FS-AG
           DISPLAY "==================================================="

           MOVE 12 TO RETURN-CODE
