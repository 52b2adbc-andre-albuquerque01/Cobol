      *          programa termina com retorno 8 para o scheduler reter
      *          a carga do razao. O batimento impresso sai em
      *          GLBATIM.DAT.
      *          Todo lote emitido e registrado em GLREG.DAT (chave =
      *          lote + agencia: a agencia 0000 guarda a data, os
      *          totais de debito/credito e a situacao do retorno do
      *          razao; as demais, os totais de cada agencia). O lote
      *          e a data de referencia (PGMP0805_DATA, a mesma dada
      *          ao PGMP0803, ou a data corrente) mais a sequencia do
      *          envio. Data cujo lote ja foi aceito pelo razao nao e
      *          reenviada (retorno 8); lote anterior sem retorno ou
      *          rejeitado e marcado como substituido pelo novo envio.
      *          A conciliacao com o retorno do razao e do PGMP0810.
      *          Imposto de renda retido na fonte sobre os juros: a
      *          linha D de origem R do LANCTO vira um par proprio
      *          (debita depositos e credita IR a recolher) e a linha
      *          L (liquido do credito, so memoria) nao gera partida -
      *          serve para conferir, por agencia, que juros brutos =
      *          imposto retido + liquido. Agencia que nao bate retem
      *          o lote inteiro, como o lote que nao fecha.
      * Tectonics: cobc
      * Obeservation: LAN significa LANCAMENTO, GL significa RAZAO.
      ******************************************************************
           SELECT GLBATIM ASSIGN TO "GLBATIM.DAT"
                  FILE STATUS IS WK-FS-BAT.

      *    CADASTRO DE AGENCIAS (PGMS0808): CENTRO DE CUSTO DAS
      *    PARTIDAS DE CADA AGENCIA E A REGIAO DO BATIMENTO
           SELECT AGENCIA ASSIGN TO "AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CODIGO
                  FILE STATUS IS WK-FS-AG.

      *    REGISTRO DOS LOTES ENVIADOS AO RAZAO, CONCILIADO PELO
      *    PGMP0810 CONTRA O ARQUIVO DE RETORNO DO RAZAO
           SELECT GLREG ASSIGN TO "GLREG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GR-CHAVE
                  FILE STATUS IS WK-FS-GR.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"

       01  REG-GLBATIM                 PIC X(80).

       FD  AGENCIA.

       01  REG-AGENCIA.
           05 AG-CODIGO                PIC 9(04).
           05 AG-DADOS                 PIC X(96).

       FD  GLREG.

       01  REG-GLREG.
           05 GR-CHAVE.
               10 GR-LOTE              PIC X(10).
               10 GR-AGENCIA           PIC 9(04).
           05 GR-DADOS                 PIC X(86).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).
       77  WK-FS-LAN                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-GL                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-BAT                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-AG                    PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-TOT-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ACEITOS              PIC 9(06) VALUE ZEROS.
       77  WK-TOT-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WK-LOTE-FECHADO             PIC X(01) VALUE SPACES.
       77  WK-FS-GR                    PIC 9(02) VALUE ZEROS.
       77  WK-PARM-DATA                PIC X(08) VALUE SPACES.
       77  WK-LOTE-RECUSADO            PIC X(01) VALUE SPACES.
       77  WK-FIM-GR                   PIC X(01) VALUE SPACES.
       77  WK-SEQ-ENVIO                PIC 9(02) VALUE ZEROS.
       77  WK-QTD-SUBST                PIC 9(02) VALUE ZEROS.

      *    IDENTIFICACAO DO LOTE: DATA DE REFERENCIA + SEQUENCIA DO
      *    ENVIO NAQUELA DATA
       01  WK-LOTE-ID.
           05 WK-LOTE-DATA             PIC 9(08) VALUE ZEROS.
           05 WK-LOTE-SEQ              PIC 9(02) VALUE ZEROS.

      *    REGISTRO DO GLREG. AGENCIA 0000 = RESUMO DO LOTE; SITUACAO
      *    E=ENVIADO (AGUARDANDO RETORNO) F=FALTANTE (SEM RETORNO NO
      *    PRAZO) A=ACEITO R=REJEITADO S=SUBSTITUIDO POR NOVO ENVIO
       01  WK-REG-GLREG.
           05 WK-GR-LOTE               PIC X(10) VALUE SPACES.
           05 WK-GR-AGENCIA            PIC 9(04) VALUE ZEROS.
           05 WK-GR-DADOS              PIC X(86) VALUE SPACES.
           05 WK-GR-RESUMO REDEFINES WK-GR-DADOS.
               10 WK-GR-DATA-REF       PIC 9(08).
               10 WK-GR-DATA-ENVIO     PIC 9(08).
               10 WK-GR-HORA-ENVIO     PIC 9(06).
               10 WK-GR-QTD            PIC 9(06).
               10 WK-GR-DEB            PIC 9(12)V99.
               10 WK-GR-CRED           PIC 9(12)V99.
               10 WK-GR-QTD-AG         PIC 9(04).
               10 WK-GR-SITUACAO       PIC X(01).
               10 WK-GR-DATA-RETORNO   PIC 9(08).
               10 WK-GR-QTD-REJ        PIC 9(06).
               10 FILLER               PIC X(11).
           05 WK-GR-TOT-AGENCIA REDEFINES WK-GR-DADOS.
               10 WK-GA-CCUSTO         PIC X(06).
               10 WK-GA-QTD-D          PIC 9(06).
               10 WK-GA-SOMA-D         PIC 9(11)V99.
               10 WK-GA-QTD-C          PIC 9(06).
               10 WK-GA-SOMA-C         PIC 9(11)V99.
               10 WK-GA-QTD-I          PIC 9(06).
               10 WK-GA-SOMA-I         PIC 9(11)V99.
               10 FILLER               PIC X(23).

       01  WK-CURRENT-DATE.
           05 WK-CD-AAAA               PIC 9(04) VALUE ZEROS.

      *    IMAGEM FIXA DE UMA LINHA DO LANCTO.DAT (MESMO LAYOUT DO
      *    WK-REG-LAN DO PGMP0803): CONTA, NATUREZA T/C GRAVADA COMO
      *    D/C (L = LIQUIDO DO CREDITO DE JUROS, SO MEMORIA), VALOR E
      *    A ORIGEM (F=FAIXA M=TARIFA MINIMA R=RETENCAO DO IR)
       01  WK-LAN-REG.
           05 WK-LAN-AGENCIA-A         PIC X(04) VALUE SPACES.
           05 WK-LAN-AGENCIA REDEFINES WK-LAN-AGENCIA-A PIC 9(04).
           05 WK-LAN-VALOR REDEFINES WK-LAN-VALOR-A PIC 9(07)V99.
           05 WK-LAN-ORIGEM            PIC X(01) VALUE SPACES.

      *    REGISTRO DO CADASTRO DE AGENCIAS
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

      *    ACUMULADO POR AGENCIA: REGIAO E CENTRO DE CUSTO DO CADASTRO
      *    DE AGENCIAS, QUANTIDADE E VALOR DOS LANCAMENTOS DE CADA
      *    NATUREZA, O IMPOSTO RETIDO (I) E O LIQUIDO DOS JUROS (L).
      *    A ULTIMA ENTRADA USADA E TESTADA ANTES DA VARREDURA PORQUE
      *    O LANCTO SAI DO PGMP0803 EM ORDEM DE CHAVE
       01  WK-TAB-AG.
           05 WK-AG-ENTRY OCCURS 1000 TIMES.
               10 WK-AG-AGENCIA        PIC 9(04)    VALUE ZEROS.
               10 WK-AG-REGIAO         PIC 9(02)    VALUE ZEROS.
               10 WK-AG-CCUSTO         PIC X(06)    VALUE SPACES.
               10 WK-AG-QTD-D          PIC 9(06)    VALUE ZEROS.
               10 WK-AG-SOMA-D         PIC 9(11)V99 VALUE ZEROS.
               10 WK-AG-QTD-C          PIC 9(06)    VALUE ZEROS.
               10 WK-AG-SOMA-C         PIC 9(11)V99 VALUE ZEROS.
               10 WK-AG-QTD-I          PIC 9(06)    VALUE ZEROS.
               10 WK-AG-SOMA-I         PIC 9(11)V99 VALUE ZEROS.
               10 WK-AG-SOMA-L         PIC 9(11)V99 VALUE ZEROS.
       77  WK-AG-CNT                   PIC 9(04) VALUE ZEROS.
       77  WK-AG-IDX                   PIC 9(04) VALUE ZEROS.
       77  WK-AG-ULT                   PIC 9(04) VALUE ZEROS.
       77  WK-J                        PIC 9(04) VALUE ZEROS.

      *    SUBTOTAL DA REGIAO NO BATIMENTO. A REGIAO VAI DE 00 A 99 E
      *    O INDICE PRECISA CHEGAR A 100 PARA O LACO TERMINAR
       77  WK-RG                       PIC 9(03) VALUE ZEROS.
       77  WK-RS-AGENCIAS              PIC 9(04) VALUE ZEROS.
       77  WK-RS-QTD-D                 PIC 9(06) VALUE ZEROS.
       77  WK-RS-SOMA-D                PIC 9(11)V99 VALUE ZEROS.
       77  WK-RS-QTD-C                 PIC 9(06) VALUE ZEROS.
       77  WK-RS-SOMA-C                PIC 9(11)V99 VALUE ZEROS.

      *    CONTAS DO RAZAO DAS PARTIDAS: TARIFA DEBITA OS DEPOSITOS
      *    DOS CLIENTES E CREDITA RECEITA DE TARIFAS; JUROS DEBITA
      *    DESPESA DE JUROS E CREDITA OS DEPOSITOS
       77  WK-RZ-RECEITA               PIC X(08) VALUE "71110001".
       77  WK-RZ-DESPESA               PIC X(08) VALUE "81110001".

      *    IMPOSTO RETIDO NA FONTE SOBRE OS JUROS: DEBITA OS
      *    DEPOSITOS E CREDITA O IR A RECOLHER, ATE O RECOLHIMENTO.
      *    JUROS BRUTOS - IMPOSTO TEM QUE DAR O LIQUIDO DAS LINHAS L
      *    EM CADA AGENCIA; AGENCIA DIVERGENTE RETEM O LOTE
       77  WK-RZ-IR-RECOLHER           PIC X(08) VALUE "49410001".
       77  WK-RET-DIVERGENTE           PIC X(01) VALUE SPACES.
       77  WK-RET-AGENCIAS             PIC 9(04) VALUE ZEROS.
       77  WK-RET-QTD                  PIC 9(06) VALUE ZEROS.
       77  WK-RET-SOMA-I               PIC 9(11)V99 VALUE ZEROS.
       77  WK-RET-SOMA-C               PIC 9(11)V99 VALUE ZEROS.
       77  WK-RET-SOMA-L               PIC 9(11)V99 VALUE ZEROS.
       01  WK-RET-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.

      *    TOTAIS DO LOTE, APURADOS SOBRE OS PROPRIOS REGISTROS QUE
      *    SERAO GRAVADOS: O FECHAMENTO EXIGE DEBITOS = CREDITOS
       77  WK-LOTE-QTD                 PIC 9(06) VALUE ZEROS.
           05 WK-GLH-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-GLH-HORA              PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(08) VALUE "PGMP0805".
           05 WK-GLH-LOTE              PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  WK-GL-DET.
           05 FILLER                   PIC X(01) VALUE "D".
           05 WK-GLD-NAT               PIC X(01) VALUE SPACES.
           05 WK-GLD-VALOR             PIC 9(11)V99 VALUE ZEROS.
           05 WK-GLD-HIST              PIC X(20) VALUE SPACES.
           05 WK-GLD-CCUSTO            PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE SPACES.

       01  WK-GL-TRL.
           05 FILLER                   PIC X(01) VALUE "T".
       01  WK-BAT4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'CCUSTO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'QT TAR'.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'VALOR TARIFA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'QT JUR'.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'VALOR JUROS'.

       01  WK-BAT5.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 BAT5-AGENCIA             PIC ZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 BAT5-CCUSTO              PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BAT5-QTD-D               PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT5-SOMA-D              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BAT5-QTD-C               PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT5-SOMA-C              PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *    SUBTOTAL DE CADA REGIAO, ALINHADO COM AS COLUNAS DO WK-BAT5
       01  WK-BAT9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'TOTAL REGIAO '.
           05 BAT9-REGIAO              PIC 99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BAT9-QTD-D               PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT9-SOMA-D              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BAT9-QTD-C               PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT9-SOMA-C              PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-BAT6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT8-SITUACAO            PIC X(45) VALUE SPACES.

      *    QUADRO DA RETENCAO NA FONTE: POR AGENCIA, JUROS BRUTOS,
      *    IMPOSTO RETIDO E LIQUIDO CREDITADO
       01  WK-BAT11.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
           'IMPOSTO DE RENDA RETIDO NA FONTE'.

       01  WK-BAT12.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'QT IR'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           '     JUROS BRUTOS'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           '        IR RETIDO'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           '   JUROS LIQUIDOS'.

       01  WK-BAT13.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT13-AGENCIA            PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT13-QTD-I              PIC ZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BAT13-SOMA-C             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT13-SOMA-I             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT13-SOMA-L             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT13-AVISO              PIC X(03) VALUE SPACES.

       01  WK-BAT10.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
           'LOTE              '.
           05 BAT10-LOTE               PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
           'DATA DE REFERENCIA'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BAT10-DATA-REF           PIC 9(08) VALUE ZEROS.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807

      *    RETORNO GRADUADO PARA O SCHEDULER: 0 LOTE FECHADO E
      *    INTERFACE EMITIDA, 4 COM LANCAMENTO REJEITADO OU LOTE
      *    VAZIO, 8 LOTE QUE NAO FECHOU OU JA ACEITO PELO RAZAO
      *    (INTERFACE RETIDA), 12 ABEND
           IF WK-LOTE-RECUSADO = "S" AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WK-LOTE-FECHADO NOT = "S" AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
               STOP RUN
           END-IF

      *    SEM O CADASTRO DE AGENCIAS NAO HA CENTRO DE CUSTO PARA AS
      *    PARTIDAS: O LOTE NAO PODE SER MONTADO
           OPEN INPUT AGENCIA

           IF WK-FS-AG NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO AGENCIA.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CURRENT-DATE

           MOVE WK-CD-AAAA TO WK-DATA1-AAAA
           MOVE WK-CD-MM   TO WK-DATA1-MM
           MOVE WK-CD-DD   TO WK-DATA1-DD

      *    DATA DE REFERENCIA DO LOTE: A MESMA DATA DE PROCESSAMENTO
      *    DADA AO PGMP0803 (PGMP0805_DATA, AAAAMMDD) OU A CORRENTE
           ACCEPT WK-PARM-DATA FROM ENVIRONMENT "PGMP0805_DATA"

           IF WK-PARM-DATA NUMERIC AND
              WK-PARM-DATA (5:2) >= "01" AND WK-PARM-DATA (5:2) <= "12"
              AND
              WK-PARM-DATA (7:2) >= "01" AND WK-PARM-DATA (7:2) <= "31"
               MOVE WK-PARM-DATA TO WK-LOTE-DATA
           ELSE
               IF WK-PARM-DATA NOT = SPACES
                   DISPLAY "PGMP0805_DATA INVALIDA (" WK-PARM-DATA
                           ") - USANDO A DATA CORRENTE"
               END-IF
               MOVE WK-CURRENT-DATE TO WK-LOTE-DATA
           END-IF

      *    REGISTRO DE LOTES: CRIADO NO PRIMEIRO ENVIO
           OPEN I-O GLREG

           IF WK-FS-GR EQUAL 35
               OPEN OUTPUT GLREG
               CLOSE GLREG
               OPEN I-O GLREG
           END-IF

           IF WK-FS-GR NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO GLREG.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       END-1000. EXIT.

           IF WK-LAN-AGENCIA-A NOT NUMERIC OR
              WK-LAN-CONTA-A NOT NUMERIC OR
              WK-LAN-VALOR-A NOT NUMERIC OR
              (WK-LAN-TIPO NOT = "D" AND WK-LAN-TIPO NOT = "C"
               AND WK-LAN-TIPO NOT = "L")
               ADD 1 TO WK-TOT-REJEITADOS
               DISPLAY "LANCAMENTO INVALIDO NO LANCTO.DAT: "
                       WK-LAN-REG (1:21)

           PERFORM 2020-LOCALIZAR-AGENCIA THRU END-2020

      *    AGENCIA FORA DO CADASTRO NAO TEM CENTRO DE CUSTO: O
      *    LANCAMENTO FICA FORA DO LOTE, COMO A LINHA CORROMPIDA
           IF WK-AG-IDX EQUAL ZEROS
               ADD 1 TO WK-TOT-REJEITADOS
               DISPLAY "AGENCIA NAO CADASTRADA NO LANCTO.DAT: "
                       WK-LAN-REG (1:21)
               GO TO END-2010
           END-IF

           EVALUATE TRUE
               WHEN WK-LAN-TIPO = "L"
                   ADD WK-LAN-VALOR TO WK-AG-SOMA-L (WK-AG-IDX)
               WHEN WK-LAN-TIPO = "D" AND WK-LAN-ORIGEM = "R"
                   ADD 1 TO WK-AG-QTD-I (WK-AG-IDX)
                   ADD WK-LAN-VALOR TO WK-AG-SOMA-I (WK-AG-IDX)
               WHEN WK-LAN-TIPO = "D"
                   ADD 1 TO WK-AG-QTD-D (WK-AG-IDX)
                   ADD WK-LAN-VALOR TO WK-AG-SOMA-D (WK-AG-IDX)
               WHEN OTHER
                   ADD 1 TO WK-AG-QTD-C (WK-AG-IDX)
                   ADD WK-LAN-VALOR TO WK-AG-SOMA-C (WK-AG-IDX)
           END-EVALUATE

           ADD 1 TO WK-TOT-ACEITOS
           .
       END-2010. EXIT.

      *    LOCALIZAR (OU ABRIR) A ENTRADA DA AGENCIA NA TABELA, COM O
      *    ATALHO DA ULTIMA ENTRADA USADA, COMO NO 0320 DO PGMS0802.
      *    A ENTRADA SO E ABERTA PARA AGENCIA DO CADASTRO, DE ONDE VEM
      *    A REGIAO E O CENTRO DE CUSTO; SEM ELA SAI WK-AG-IDX ZERADO
       2020-LOCALIZAR-AGENCIA SECTION.
           MOVE ZEROS TO WK-AG-IDX

           END-IF

           IF WK-AG-IDX EQUAL ZEROS
               MOVE WK-LAN-AGENCIA TO AG-CODIGO
               READ AGENCIA INTO WK-REG-AGENCIA
                   INVALID KEY
                       GO TO END-2020
               END-READ
               IF WK-FS-AG NOT EQUAL ZEROS
                   MOVE "ERRO NA LEITURA DO AGENCIA.DAT" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WK-AG-CNT < 1000
                   ADD 1 TO WK-AG-CNT
                   MOVE WK-AG-CNT TO WK-AG-IDX
                   MOVE WK-LAN-AGENCIA TO WK-AG-AGENCIA (WK-AG-IDX)
                   MOVE WK-AGM-REGIAO  TO WK-AG-REGIAO  (WK-AG-IDX)
                   MOVE WK-AGM-CCUSTO  TO WK-AG-CCUSTO  (WK-AG-IDX)
               ELSE
                   MOVE "TABELA DE AGENCIAS CHEIA (1000)" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           MOVE ZEROS TO WK-LOTE-QTD
           MOVE ZEROS TO WK-LOTE-DEB
           MOVE ZEROS TO WK-LOTE-CRED
           MOVE "N"   TO WK-RET-DIVERGENTE

           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-AG-CNT
               IF WK-AG-SOMA-D (WK-J) > ZEROS
                   ADD WK-AG-SOMA-C (WK-J) TO WK-LOTE-DEB
                   ADD WK-AG-SOMA-C (WK-J) TO WK-LOTE-CRED
               END-IF
               IF WK-AG-SOMA-I (WK-J) > ZEROS
                   ADD 2 TO WK-LOTE-QTD
                   ADD WK-AG-SOMA-I (WK-J) TO WK-LOTE-DEB
                   ADD WK-AG-SOMA-I (WK-J) TO WK-LOTE-CRED
               END-IF
               COMPUTE WK-RET-DIFERENCA = WK-AG-SOMA-C (WK-J) -
                       WK-AG-SOMA-I (WK-J) - WK-AG-SOMA-L (WK-J)
               END-COMPUTE
               IF WK-RET-DIFERENCA NOT = ZEROS
                   MOVE "S" TO WK-RET-DIVERGENTE
                   DISPLAY "RETENCAO DIVERGENTE NA AGENCIA "
                           WK-AG-AGENCIA (WK-J) ": BRUTO "
                           WK-AG-SOMA-C (WK-J) " IR "
                           WK-AG-SOMA-I (WK-J) " LIQUIDO "
                           WK-AG-SOMA-L (WK-J)
               END-IF
           END-PERFORM

           COMPUTE WK-LOTE-SALDO = WK-LOTE-DEB - WK-LOTE-CRED
           END-COMPUTE

           IF WK-LOTE-SALDO = ZEROS AND WK-LOTE-QTD > ZEROS
              AND WK-RET-DIVERGENTE = "N"
               MOVE "S" TO WK-LOTE-FECHADO
               PERFORM 3050-CONFERIR-REGISTRO THRU END-3050
               IF WK-LOTE-RECUSADO NOT = "S"
                   PERFORM 3100-GRAVAR-INTERFACE THRU END-3100
                   PERFORM 3150-REGISTRAR-LOTE THRU END-3150
               END-IF
           ELSE
               MOVE "N" TO WK-LOTE-FECHADO
               DISPLAY "LOTE NAO FECHADO - INTERFACE NAO EMITIDA"
               DISPLAY "  DEBITOS  " WK-LOTE-DEB
               DISPLAY "  CREDITOS " WK-LOTE-CRED
               IF WK-RET-DIVERGENTE = "S"
                   DISPLAY "  JUROS BRUTOS <> IR RETIDO + LIQUIDO"
               END-IF
           END-IF
           .
       END-3000. EXIT.

      *    ENVIOS ANTERIORES DA MESMA DATA DE REFERENCIA NO REGISTRO:
      *    LOTE JA ACEITO PELO RAZAO RECUSA O REENVIO (O RAZAO
      *    CARREGARIA AS PARTIDAS DUAS VEZES); ENVIO AINDA SEM RETORNO
      *    OU REJEITADO PASSA A SUBSTITUIDO (SAI DO RELATORIO DE
      *    PENDENCIAS DO PGMP0810). A SEQUENCIA DO NOVO ENVIO E A MAIOR
      *    ENCONTRADA MAIS UM
       3050-CONFERIR-REGISTRO SECTION.
           MOVE "N" TO WK-LOTE-RECUSADO
           MOVE ZEROS TO WK-SEQ-ENVIO
           MOVE ZEROS TO WK-QTD-SUBST
           MOVE SPACES TO WK-FIM-GR

           MOVE ZEROS TO WK-LOTE-SEQ
           MOVE WK-LOTE-ID TO GR-LOTE
           MOVE ZEROS TO GR-AGENCIA
           START GLREG KEY NOT < GR-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-GR
           END-START

           PERFORM 3060-LER-REGISTRO THRU END-3060
                   UNTIL WK-FIM-GR = "S"

           IF WK-LOTE-RECUSADO = "S"
               GO TO END-3050
           END-IF

           IF WK-SEQ-ENVIO >= 99
               MOVE "LIMITE DE 99 ENVIOS NA DATA ATINGIDO" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WK-LOTE-SEQ = WK-SEQ-ENVIO + 1
           END-COMPUTE

           IF WK-QTD-SUBST > ZEROS
               DISPLAY "LOTE(S) ANTERIOR(ES) PENDENTE(S) DA DATA "
                       WK-LOTE-DATA " SUBSTITUIDO(S): " WK-QTD-SUBST
           END-IF
           .
       END-3050. EXIT.

       3060-LER-REGISTRO SECTION.
           READ GLREG NEXT RECORD INTO WK-REG-GLREG
               AT END
                   MOVE "S" TO WK-FIM-GR
                   GO TO END-3060
           END-READ

           IF WK-FS-GR NOT EQUAL ZEROS
               MOVE "ERRO NA LEITURA DO GLREG.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-GR-LOTE (1:8) NOT = WK-LOTE-DATA
               MOVE "S" TO WK-FIM-GR
               GO TO END-3060
           END-IF

           IF WK-GR-AGENCIA NOT = ZEROS
               GO TO END-3060
           END-IF

           MOVE WK-GR-LOTE (9:2) TO WK-SEQ-ENVIO

           EVALUATE WK-GR-SITUACAO
               WHEN "A"
                   MOVE "S" TO WK-LOTE-RECUSADO
                   DISPLAY "LOTE " WK-GR-LOTE " JA ACEITO PELO RAZAO"
                           " EM " WK-GR-DATA-RETORNO
                   DISPLAY "REENVIO DA DATA " WK-LOTE-DATA
                           " RECUSADO - INTERFACE NAO EMITIDA"
               WHEN "E"
               WHEN "F"
               WHEN "R"
                   MOVE "S" TO WK-GR-SITUACAO
                   REWRITE REG-GLREG FROM WK-REG-GLREG
                   IF WK-FS-GR NOT EQUAL ZEROS
                       MOVE "ERRO NA REGRAVACAO DO GLREG.DAT" TO WK-MSG
                       PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-QTD-SUBST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       END-3060. EXIT.

      *    GRAVAR O ARQUIVO DE INTERFACE: CABECALHO, UM PAR DE
      *    PARTIDAS POR AGENCIA E NATUREZA, E O TRAILER COM QUANTIDADE
      *    E SALDO (JA CONFERIDO ZERO) PARA O CARREGADOR DO RAZAO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AGORA
           MOVE WK-AGORA (1:8) TO WK-GLH-DATA
           MOVE WK-AGORA (9:6) TO WK-GLH-HORA
           MOVE WK-LOTE-ID     TO WK-GLH-LOTE
           WRITE REG-GLINTF FROM WK-GL-CAB
           PERFORM 3110-CONFERIR-ESCRITA THRU END-3110

           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-AG-CNT
               IF WK-AG-SOMA-D (WK-J) > ZEROS
                   MOVE WK-AG-AGENCIA (WK-J) TO WK-GLD-AGENCIA
                   MOVE WK-AG-CCUSTO  (WK-J) TO WK-GLD-CCUSTO
                   MOVE WK-AG-SOMA-D  (WK-J) TO WK-GLD-VALOR
                   MOVE WK-RZ-DEPOSITOS      TO WK-GLD-RAZAO
                   MOVE "D"                  TO WK-GLD-NAT
               END-IF
               IF WK-AG-SOMA-C (WK-J) > ZEROS
                   MOVE WK-AG-AGENCIA (WK-J) TO WK-GLD-AGENCIA
                   MOVE WK-AG-CCUSTO  (WK-J) TO WK-GLD-CCUSTO
                   MOVE WK-AG-SOMA-C  (WK-J) TO WK-GLD-VALOR
                   MOVE WK-RZ-DESPESA        TO WK-GLD-RAZAO
                   MOVE "D"                  TO WK-GLD-NAT
                   WRITE REG-GLINTF FROM WK-GL-DET
                   PERFORM 3110-CONFERIR-ESCRITA THRU END-3110
               END-IF
               IF WK-AG-SOMA-I (WK-J) > ZEROS
                   MOVE WK-AG-AGENCIA (WK-J) TO WK-GLD-AGENCIA
                   MOVE WK-AG-CCUSTO  (WK-J) TO WK-GLD-CCUSTO
                   MOVE WK-AG-SOMA-I  (WK-J) TO WK-GLD-VALOR
                   MOVE WK-RZ-DEPOSITOS      TO WK-GLD-RAZAO
                   MOVE "D"                  TO WK-GLD-NAT
                   MOVE "IR RETIDO NA FONTE"  TO WK-GLD-HIST
                   WRITE REG-GLINTF FROM WK-GL-DET
                   MOVE WK-RZ-IR-RECOLHER    TO WK-GLD-RAZAO
                   MOVE "C"                  TO WK-GLD-NAT
                   WRITE REG-GLINTF FROM WK-GL-DET
                   PERFORM 3110-CONFERIR-ESCRITA THRU END-3110
               END-IF
           END-PERFORM

           MOVE WK-LOTE-QTD   TO WK-GLT-QTD
           .
       END-3100. EXIT.

      *    REGISTRAR O LOTE EMITIDO: O RESUMO (AGENCIA 0000) AGUARDANDO
      *    RETORNO E OS TOTAIS DE CADA AGENCIA DO LOTE. FALHA AQUI E
      *    FATAL - LOTE FORA DO REGISTRO NAO SERIA CONCILIADO
       3150-REGISTRAR-LOTE SECTION.
           MOVE SPACES         TO WK-GR-DADOS
           MOVE WK-LOTE-ID     TO WK-GR-LOTE
           MOVE ZEROS          TO WK-GR-AGENCIA
           MOVE WK-LOTE-DATA   TO WK-GR-DATA-REF
           MOVE WK-AGORA (1:8) TO WK-GR-DATA-ENVIO
           MOVE WK-AGORA (9:6) TO WK-GR-HORA-ENVIO
           MOVE WK-LOTE-QTD    TO WK-GR-QTD
           MOVE WK-LOTE-DEB    TO WK-GR-DEB
           MOVE WK-LOTE-CRED   TO WK-GR-CRED
           MOVE WK-AG-CNT      TO WK-GR-QTD-AG
           MOVE "E"            TO WK-GR-SITUACAO
           MOVE ZEROS          TO WK-GR-DATA-RETORNO
           MOVE ZEROS          TO WK-GR-QTD-REJ
           PERFORM 3160-GRAVAR-REGISTRO THRU END-3160

           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-AG-CNT
               MOVE SPACES                TO WK-GR-DADOS
               MOVE WK-AG-AGENCIA (WK-J)  TO WK-GR-AGENCIA
               MOVE WK-AG-CCUSTO  (WK-J)  TO WK-GA-CCUSTO
               MOVE WK-AG-QTD-D   (WK-J)  TO WK-GA-QTD-D
               MOVE WK-AG-SOMA-D  (WK-J)  TO WK-GA-SOMA-D
               MOVE WK-AG-QTD-C   (WK-J)  TO WK-GA-QTD-C
               MOVE WK-AG-SOMA-C  (WK-J)  TO WK-GA-SOMA-C
               MOVE WK-AG-QTD-I   (WK-J)  TO WK-GA-QTD-I
               MOVE WK-AG-SOMA-I  (WK-J)  TO WK-GA-SOMA-I
               PERFORM 3160-GRAVAR-REGISTRO THRU END-3160
           END-PERFORM

           DISPLAY "LOTE " WK-LOTE-ID " REGISTRADO NO GLREG.DAT"
           .
       END-3150. EXIT.

       3160-GRAVAR-REGISTRO SECTION.
           WRITE REG-GLREG FROM WK-REG-GLREG
               INVALID KEY
                   MOVE "LOTE JA EXISTE NO GLREG.DAT" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE

           IF WK-FS-GR NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO GLREG.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       END-3160. EXIT.

      *    COM FILE STATUS DECLARADO, ERRO DE WRITE NAO DERRUBA O
      *    PROGRAMA SOZINHO - SEM ESTA CONFERENCIA UM DISCO CHEIO
      *    SAIRIA COMO LOTE TRUNCADO COM CARA DE SUCESSO
           .
       END-3110. EXIT.

      *    BATIMENTO IMPRESSO: OS TOTAIS POR AGENCIA E NATUREZA,
      *    AGRUPADOS POR REGIAO COM O SUBTOTAL DE CADA UMA, OS TOTAIS
      *    DO LOTE E A SITUACAO FINAL - E A PECA QUE A CONTABILIDADE
      *    CONFERE CONTRA O SUMTAR ANTES DA CARGA
       3200-IMPRIMIR-BATIMENTO SECTION.
           MOVE WK-DATA TO BAT2-DATA

           WRITE REG-GLBATIM FROM WK-BAT3 AFTER 2
           WRITE REG-GLBATIM FROM WK-BAT4 AFTER 2

           PERFORM 3210-IMPRIMIR-REGIAO THRU END-3210
                   VARYING WK-RG FROM 0 BY 1 UNTIL WK-RG > 99

           MOVE WK-LOTE-DEB  TO BAT6-DEB
           MOVE WK-LOTE-CRED TO BAT6-CRED
           MOVE WK-LOTE-QTD   TO BAT7-QTD
           WRITE REG-GLBATIM FROM WK-BAT7 AFTER 1

           PERFORM 3220-IMPRIMIR-RETENCAO THRU END-3220

           IF WK-LOTE-FECHADO = "S"
               MOVE WK-LOTE-ID   TO BAT10-LOTE
               IF WK-LOTE-RECUSADO = "S"
                   MOVE SPACES   TO BAT10-LOTE
                   MOVE WK-LOTE-DATA TO BAT10-LOTE (1:8)
               END-IF
               MOVE WK-LOTE-DATA TO BAT10-DATA-REF
               WRITE REG-GLBATIM FROM WK-BAT10 AFTER 1
           END-IF

           EVALUATE TRUE
               WHEN WK-LOTE-RECUSADO = "S"
                   MOVE "LOTE DA DATA JA ACEITO - REENVIO RECUSADO"
                        TO BAT8-SITUACAO
               WHEN WK-LOTE-FECHADO = "S"
                   MOVE "LOTE FECHADO - INTERFACE GLINTF EMITIDA"
                        TO BAT8-SITUACAO
               WHEN WK-TOT-ACEITOS = ZEROS
                   MOVE "SEM LANCAMENTOS - INTERFACE NAO EMITIDA"
                        TO BAT8-SITUACAO
               WHEN WK-RET-DIVERGENTE = "S"
                   MOVE "RETENCAO DE IR DIVERGENTE - INTERFACE RETIDA"
                        TO BAT8-SITUACAO
               WHEN OTHER
                   MOVE "LOTE NAO FECHADO - INTERFACE RETIDA"
                        TO BAT8-SITUACAO
           DISPLAY "LANCAMENTOS ACEITOS:    " WK-TOT-ACEITOS
           DISPLAY "LANCAMENTOS REJEITADOS: " WK-TOT-REJEITADOS
           DISPLAY "REGISTROS DO LOTE:      " WK-LOTE-QTD
           DISPLAY "IR RETIDO NA FONTE:     " WK-RET-SOMA-I
           .
       END-3200. EXIT.

      *    AGENCIAS DA REGIAO WK-RG NA ORDEM DA TABELA (A DO LANCTO)
      *    E O SUBTOTAL DA REGIAO. REGIAO SEM AGENCIA NO LOTE NAO
      *    IMPRIME NADA
       3210-IMPRIMIR-REGIAO SECTION.
           MOVE ZEROS TO WK-RS-AGENCIAS
           MOVE ZEROS TO WK-RS-QTD-D
           MOVE ZEROS TO WK-RS-SOMA-D
           MOVE ZEROS TO WK-RS-QTD-C
           MOVE ZEROS TO WK-RS-SOMA-C

           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-AG-CNT
               IF WK-AG-REGIAO (WK-J) = WK-RG
                   MOVE WK-AG-AGENCIA (WK-J) TO BAT5-AGENCIA
                   MOVE WK-AG-CCUSTO  (WK-J) TO BAT5-CCUSTO
                   MOVE WK-AG-QTD-D   (WK-J) TO BAT5-QTD-D
                   MOVE WK-AG-SOMA-D  (WK-J) TO BAT5-SOMA-D
                   MOVE WK-AG-QTD-C   (WK-J) TO BAT5-QTD-C
                   MOVE WK-AG-SOMA-C  (WK-J) TO BAT5-SOMA-C
                   IF WK-RS-AGENCIAS = ZEROS
                       WRITE REG-GLBATIM FROM WK-BAT5 AFTER 2
                   ELSE
                       WRITE REG-GLBATIM FROM WK-BAT5 AFTER 1
                   END-IF
                   ADD 1 TO WK-RS-AGENCIAS
                   ADD WK-AG-QTD-D  (WK-J) TO WK-RS-QTD-D
                   ADD WK-AG-SOMA-D (WK-J) TO WK-RS-SOMA-D
                   ADD WK-AG-QTD-C  (WK-J) TO WK-RS-QTD-C
                   ADD WK-AG-SOMA-C (WK-J) TO WK-RS-SOMA-C
               END-IF
           END-PERFORM

           IF WK-RS-AGENCIAS > ZEROS
               MOVE WK-RG        TO BAT9-REGIAO
               MOVE WK-RS-QTD-D  TO BAT9-QTD-D
               MOVE WK-RS-SOMA-D TO BAT9-SOMA-D
               MOVE WK-RS-QTD-C  TO BAT9-QTD-C
               MOVE WK-RS-SOMA-C TO BAT9-SOMA-C
               WRITE REG-GLBATIM FROM WK-BAT9 AFTER 1
           END-IF
           .
       END-3210. EXIT.

      *    QUADRO DA RETENCAO: AS AGENCIAS COM JUROS NO LOTE, COM
      *    BRUTO, IMPOSTO E LIQUIDO. A AGENCIA DIVERGENTE (BRUTO <>
      *    IMPOSTO + LIQUIDO) SAI MARCADA COM ***
       3220-IMPRIMIR-RETENCAO SECTION.
           MOVE ZEROS TO WK-RET-AGENCIAS
           MOVE ZEROS TO WK-RET-QTD
           MOVE ZEROS TO WK-RET-SOMA-C
           MOVE ZEROS TO WK-RET-SOMA-I
           MOVE ZEROS TO WK-RET-SOMA-L

           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-AG-CNT
               IF WK-AG-SOMA-C (WK-J) > ZEROS OR
                  WK-AG-SOMA-I (WK-J) > ZEROS OR
                  WK-AG-SOMA-L (WK-J) > ZEROS
                   IF WK-RET-AGENCIAS = ZEROS
                       WRITE REG-GLBATIM FROM WK-BAT11 AFTER 3
                       WRITE REG-GLBATIM FROM WK-BAT12 AFTER 2
                   END-IF
                   MOVE SPACES                TO BAT13-AGENCIA
                   MOVE WK-AG-AGENCIA (WK-J)  TO BAT13-AGENCIA (4:4)
                   MOVE WK-AG-QTD-I   (WK-J)  TO BAT13-QTD-I
                   MOVE WK-AG-SOMA-C  (WK-J)  TO BAT13-SOMA-C
                   MOVE WK-AG-SOMA-I  (WK-J)  TO BAT13-SOMA-I
                   MOVE WK-AG-SOMA-L  (WK-J)  TO BAT13-SOMA-L
                   COMPUTE WK-RET-DIFERENCA = WK-AG-SOMA-C (WK-J) -
                           WK-AG-SOMA-I (WK-J) - WK-AG-SOMA-L (WK-J)
                   END-COMPUTE
                   IF WK-RET-DIFERENCA NOT = ZEROS
                       MOVE "***" TO BAT13-AVISO
                   ELSE
                       MOVE SPACES TO BAT13-AVISO
                   END-IF
                   WRITE REG-GLBATIM FROM WK-BAT13 AFTER 1
                   ADD 1 TO WK-RET-AGENCIAS
                   ADD WK-AG-QTD-I  (WK-J) TO WK-RET-QTD
                   ADD WK-AG-SOMA-C (WK-J) TO WK-RET-SOMA-C
                   ADD WK-AG-SOMA-I (WK-J) TO WK-RET-SOMA-I
                   ADD WK-AG-SOMA-L (WK-J) TO WK-RET-SOMA-L
               END-IF
           END-PERFORM

           IF WK-RET-AGENCIAS > ZEROS
               MOVE "TOTAL"       TO BAT13-AGENCIA
               MOVE WK-RET-QTD    TO BAT13-QTD-I
               MOVE WK-RET-SOMA-C TO BAT13-SOMA-C
               MOVE WK-RET-SOMA-I TO BAT13-SOMA-I
               MOVE WK-RET-SOMA-L TO BAT13-SOMA-L
               MOVE SPACES        TO BAT13-AVISO
               IF WK-RET-DIVERGENTE = "S"
                   MOVE "***" TO BAT13-AVISO
               END-IF
               WRITE REG-GLBATIM FROM WK-BAT13 AFTER 2
           END-IF
           .
       END-3220. EXIT.

       3500-FECHAR SECTION.
           CLOSE LANCTO

           CLOSE AGENCIA

           CLOSE GLREG

           CLOSE GLBATIM

           IF WK-FS-BAT NOT EQUAL ZEROS
      *    LOTE EMITIDO (ZERO QUANDO A INTERFACE FOI RETIDA)
       8000-GRAVAR-RUNLOG SECTION.
           MOVE WK-TOT-LIDOS TO WK-RL-LIDOS
           IF WK-LOTE-FECHADO = "S" AND WK-LOTE-RECUSADO NOT = "S"
               MOVE WK-LOTE-QTD TO WK-RL-GRAVADOS
           ELSE
               MOVE ZEROS TO WK-RL-GRAVADOS
           DISPLAY "FILE STATUS LANCTO : " WK-FS-LAN
           DISPLAY "FILE STATUS GLINTF : " WK-FS-GL
           DISPLAY "FILE STATUS GLBATIM: " WK-FS-BAT
           DISPLAY "FILE STATUS AGENCIA: " WK-FS-AG
           DISPLAY "FILE STATUS GLREG  : " WK-FS-GR
           DISPLAY "==================================================="
           .
       9000-FIM. EXIT.
