           SELECT RELAG ASSIGN TO DYNAMIC WK-AG-FILENAME
                  FILE STATUS IS WK-FS-AG.

      *    CADASTRO DE AGENCIAS (PGMS0808): NOME E REGIAO NO CABECALHO
      *    E NO INDICE. SE AINDA NAO EXISTIR A DISTRIBUICAO SAI ASSIM
      *    MESMO, COM AS AGENCIAS COMO NAO CADASTRADAS
           SELECT AGENCIA ASSIGN TO "AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CODIGO
                  FILE STATUS IS WK-FS-CAD.

           SELECT RELINDX ASSIGN TO "RELINDX.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-IX.

       FD  WORKDET.

       01  REG-WD                      PIC X(54).

       FD  WORKEXC.

       01  REG-WE                      PIC X(44).

       FD  WORKREJ.


       FD  BURSTDET.

       01  REG-BD                      PIC X(54).

       SD  CLASSIF.

           05 CL-AGENCIA               PIC X(04).
           05 CL-CONTA                 PIC X(06).
           05 CL-NOME                  PIC X(23).
           05 CL-SALDO                 PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05 CL-SALDO-FMT             PIC X(11).

       FD  RELAG.

       01  REG-RELAG                   PIC X(72).

       FD  AGENCIA.

       01  REG-AGENCIA.
           05 AG-CODIGO                PIC 9(04).
           05 AG-DADOS                 PIC X(96).

       FD  RELINDX.

       01  REG-RELINDX                 PIC X(80).

       FD  RUNLOG.

       77  WK-TOT-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WK-J                        PIC 9(04) VALUE ZEROS.

      *    APOIO DO CADASTRO DE AGENCIAS E DO AGRUPAMENTO POR REGIAO.
      *    O INDICE DA REGIAO VAI ATE 100 PARA O LACO TERMINAR
       77  WK-FS-CAD                   PIC 9(02) VALUE ZEROS.
       77  WK-CAD-ABERTO               PIC X(01) VALUE SPACES.
       77  WK-RG                       PIC 9(03) VALUE ZEROS.
       77  WK-RS-AGENCIAS              PIC 9(04) VALUE ZEROS.
       77  WK-RS-QTD-DET               PIC 9(06) VALUE ZEROS.
       77  WK-RS-SALDO                 PIC S9(13)V99 VALUE ZEROS.
       01  WK-RS-SALDO-FMT             PIC +9(13),99.
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

       01  WK-CURRENT-DATE.
           05 WK-CD-AAAA               PIC 9(04) VALUE ZEROS.
           05 WK-CD-MM                 PIC 9(02) VALUE ZEROS.
           05 WK-WD-AGENCIA            PIC X(04) VALUE SPACES.
           05 WK-WD-CONTA              PIC X(06) VALUE SPACES.
           05 WK-WD-NOME               PIC X(23) VALUE SPACES.
           05 WK-WD-SALDO              PIC S9(07)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 WK-WD-SALDO-FMT          PIC X(11) VALUE SPACES.

       01  WK-REG-WE.
           05 WK-WE-AGENCIA            PIC X(04) VALUE SPACES.
           05 WK-WE-CONTA              PIC X(06) VALUE SPACES.
           05 WK-WE-NOME               PIC X(23) VALUE SPACES.
           05 WK-WE-SALDO-FMT          PIC X(11) VALUE SPACES.

       01  WK-REG-WR.
           05 WK-WR-AGENCIA            PIC X(04) VALUE SPACES.

      *    SUBTOTAL DE SALDO MEDIO DA AGENCIA CORRENTE (SO NA SECAO
      *    DE DETALHE)
       01  WK-AG-SALDO                 PIC S9(13)V99 VALUE ZEROS.
       01  WK-AG-SALDO-FMT             PIC +9(13),99.

      *    TABELA DAS AGENCIAS GERADAS: NOME E REGIAO DO CADASTRO,
      *    QUANTIDADES POR SECAO, SUBTOTAL DE SALDO MEDIO, LINHAS
      *    GRAVADAS E ULTIMA PAGINA - E DELA QUE SAI O INDICE E E POR
      *    ELA QUE A PAGINACAO CONTINUA QUANDO O ARQUIVO E REABERTO
       01  WK-TAB-AG.
           05 WK-AG-ENTRY OCCURS 1000 TIMES.
               10 WK-AG-NUMERO         PIC X(04) VALUE SPACES.
               10 WK-AG-NOME           PIC X(30) VALUE SPACES.
               10 WK-AG-REGIAO         PIC 9(02) VALUE ZEROS.
               10 WK-AG-SALDO-DET      PIC S9(13)V99 VALUE ZEROS.
               10 WK-AG-QTD-DET        PIC 9(06) VALUE ZEROS.
               10 WK-AG-QTD-EXC        PIC 9(06) VALUE ZEROS.
               10 WK-AG-QTD-REJ        PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REL2-DATA1               PIC X(10) VALUE SPACES.

       01  WK-RELATO5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REL5-NOME                PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE '  REGIAO '.
           05 REL5-REGIAO              PIC 9(02) VALUE ZEROS.

       01  WK-RELATO3.
           05 FILLER                   PIC X(15).
           05 FILLER                   PIC X(35) VALUE
           05 DET-CONTA-CLI            PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 DET-NOME-CLI             PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DET-SALDO-CLI            PIC X(11) VALUE SPACES.

       01  WK-RELATO16.
           05 FILLER                   PIC X(15).
           05 DET-CONTA-EXC            PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 DET-NOME-EXC             PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DET-SALDO-EXC            PIC X(11) VALUE SPACES.

       01  WK-RELATO13.
           05 FILLER                   PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(29) VALUE
           'TOTAL SALDO MEDIO DA AGENCIA '.
           05 REL20-SALDO              PIC +9(13),99.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'CONTAS '.
           05 REL20-QTD                PIC ZZZZZ9.
           05 WK-IX-QTD-REJ            PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-IX-LINHAS             PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-IX-REGIAO             PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-IX-NOME               PIC X(30) VALUE SPACES.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
               MOVE "ERRO NA ABERTURA DO RELINDX" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           MOVE "S" TO WK-CAD-ABERTO
           OPEN INPUT AGENCIA

           IF WK-FS-CAD EQUAL 35
               MOVE "N" TO WK-CAD-ABERTO
               DISPLAY "AVISO: CADASTRO DE AGENCIAS AINDA NAO EXISTE"
           ELSE
               IF WK-FS-CAD NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO AGENCIA" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-IF
           .
       END-1000. EXIT.

               MOVE WK-AG-SALDO TO WK-AG-SALDO-FMT
               MOVE WK-AG-SALDO-FMT TO REL20-SALDO
               MOVE WK-AG-QTD-DET (WK-IDX-ATUAL) TO REL20-QTD
               MOVE WK-AG-SALDO TO WK-AG-SALDO-DET (WK-IDX-ATUAL)
               WRITE REG-RELAG FROM WK-RELATO20 AFTER 2
               PERFORM 2250-CONFERIR-ESCRITA THRU END-2250
               ADD 2 TO WK-AG-LINHAS (WK-IDX-ATUAL)
               WRITE REG-RELAG FROM WK-RELATO1 AFTER PAGE
           END-IF
           WRITE REG-RELAG FROM WK-RELATO2 AFTER 1
           MOVE WK-AG-NOME   (WK-IDX-ATUAL) TO REL5-NOME
           MOVE WK-AG-REGIAO (WK-IDX-ATUAL) TO REL5-REGIAO
           WRITE REG-RELAG FROM WK-RELATO5 AFTER 1

           EVALUATE WK-SECAO
               WHEN "E"
           END-EVALUATE
           PERFORM 2250-CONFERIR-ESCRITA THRU END-2250

           MOVE 8 TO WK-AC-LINHAS
           ADD 5 TO WK-AG-LINHAS (WK-IDX-ATUAL)
           .
       END-2200. EXIT.

               ADD 1 TO WK-AG-CNT
               MOVE WK-AG-CNT TO WK-IDX-ATUAL
               MOVE WK-AG-ATUAL TO WK-AG-NUMERO (WK-IDX-ATUAL)
               PERFORM 2350-BUSCAR-AGENCIA THRU END-2350
               OPEN OUTPUT RELAG
           ELSE
               OPEN EXTEND RELAG
           .
       END-2300. EXIT.

      *    NOME E REGIAO DA AGENCIA NOVA NA TABELA. AGENCIA FORA DO
      *    CADASTRO (OU CADASTRO INEXISTENTE) SAI MARCADA, NA REGIAO 00
       2350-BUSCAR-AGENCIA SECTION.
           MOVE "*** AGENCIA NAO CADASTRADA ***"
                TO WK-AG-NOME (WK-IDX-ATUAL)
           MOVE ZEROS TO WK-AG-REGIAO (WK-IDX-ATUAL)

           IF WK-CAD-ABERTO NOT = "S" OR
              WK-AG-ATUAL NOT NUMERIC
               GO TO END-2350
           END-IF

           MOVE WK-AG-ATUAL TO AG-CODIGO
           READ AGENCIA INTO WK-REG-AGENCIA
               INVALID KEY
                   GO TO END-2350
           END-READ

           IF WK-FS-CAD NOT EQUAL ZEROS
               MOVE "ERRO NA LEITURA DO AGENCIA" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           MOVE WK-AGM-NOME   TO WK-AG-NOME   (WK-IDX-ATUAL)
           MOVE WK-AGM-REGIAO TO WK-AG-REGIAO (WK-IDX-ATUAL)
           .
       END-2350. EXIT.

       2400-DISTRIBUIR-EXCECAO SECTION.
           READ WORKEXC INTO WK-REG-WE
               AT END

      *    GRAVAR O INDICE: UMA LINHA POR AGENCIA GERADA COM O NOME DO
      *    ARQUIVO E AS QUANTIDADES - E CONTRA ELE QUE O MALOTE E
      *    CONFERIDO NA EXPEDICAO. AS AGENCIAS SAEM AGRUPADAS POR
      *    REGIAO (O MALOTE E MONTADO POR REGIAO), COM O SUBTOTAL DE
      *    CADA REGIAO NO RESUMO DA EXECUCAO
       3000-GRAVAR-INDICE SECTION.
           PERFORM 3010-GRAVAR-REGIAO THRU END-3010
                   VARYING WK-RG FROM 0 BY 1 UNTIL WK-RG > 99
           .
       END-3000. EXIT.

       3010-GRAVAR-REGIAO SECTION.
           MOVE ZEROS TO WK-RS-AGENCIAS
           MOVE ZEROS TO WK-RS-QTD-DET
           MOVE ZEROS TO WK-RS-SALDO

           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-AG-CNT
             IF WK-AG-REGIAO (WK-J) = WK-RG
               ADD 1 TO WK-RS-AGENCIAS
               ADD WK-AG-QTD-DET (WK-J)   TO WK-RS-QTD-DET
               ADD WK-AG-SALDO-DET (WK-J) TO WK-RS-SALDO
               MOVE WK-AG-NUMERO (WK-J) TO WK-IX-AGENCIA
               MOVE SPACES TO WK-IX-ARQUIVO
               STRING "RELAG" WK-AG-NUMERO (WK-J) ".DAT"
               MOVE WK-AG-QTD-EXC (WK-J) TO WK-IX-QTD-EXC
               MOVE WK-AG-QTD-REJ (WK-J) TO WK-IX-QTD-REJ
               MOVE WK-AG-LINHAS (WK-J)  TO WK-IX-LINHAS
               MOVE WK-AG-REGIAO (WK-J)  TO WK-IX-REGIAO
               MOVE WK-AG-NOME (WK-J)    TO WK-IX-NOME
               WRITE REG-RELINDX FROM WK-REG-INDX

               IF WK-FS-IX NOT EQUAL ZEROS
                   MOVE "ERRO NA GRAVACAO DO RELINDX" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
             END-IF
           END-PERFORM

           IF WK-RS-AGENCIAS > ZEROS
               MOVE WK-RS-SALDO TO WK-RS-SALDO-FMT
               DISPLAY "REGIAO " WK-RG (2:2)
                       "  AGENCIAS " WK-RS-AGENCIAS
                       "  CONTAS " WK-RS-QTD-DET
                       "  SALDO MEDIO " WK-RS-SALDO-FMT
           END-IF
           .
       END-3010. EXIT.

       3500-FECHAR SECTION.
           IF WK-CAD-ABERTO = "S"
               CLOSE AGENCIA
           END-IF

           CLOSE BURSTDET
           CLOSE WORKEXC
           CLOSE WORKREJ
           DISPLAY "FILE STATUS BURSTDET: " WK-FS-BD
           DISPLAY "FILE STATUS RELAG   : " WK-FS-AG
           DISPLAY "FILE STATUS RELINDX : " WK-FS-IX
           DISPLAY "FILE STATUS AGENCIA : " WK-FS-CAD
           DISPLAY "==================================================="

           MOVE 12 TO RETURN-CODE
