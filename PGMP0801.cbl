           SELECT WORKREJ ASSIGN TO "WORKREJ.DAT"
                  FILE STATUS IS WK-FS-WR.

      *    CONTAS ENCERRADAS: SECAO PROPRIA DO RELATO, FORA DO
      *    DETALHE E DAS EXCECOES (E FORA DO RATEIO DO PGMP0806)
           SELECT WORKENC ASSIGN TO "WORKENC.DAT"
                  FILE STATUS IS WK-FS-WN.

      *    CADASTRO DE AGENCIAS (PGMS0808): NOME E REGIAO NO CABECALHO
      *    E NOS TOTAIS POR REGIAO. SE AINDA NAO EXISTIR O RELATO SAI
      *    ASSIM MESMO, COM AS AGENCIAS COMO NAO CADASTRADAS
           SELECT AGENCIA ASSIGN TO "AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CODIGO
                  FILE STATUS IS WK-FS-AG.

      *    DETALHE JA CLASSIFICADO PELO SORT, DE ONDE A IMPRESSAO LE
           SELECT ORDDET ASSIGN TO "ORDDET.DAT"
                  FILE STATUS IS WK-FS-OD.
           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

       FD  RELATO.


       FD  RELATO-CSV.

       01  REG-REL-CSV                 PIC X(47).

       FD  CHECKPT.

       01  REG-CHECKPT                 PIC X(50).

       FD  TOTAIS.

       01  REG-TOTAIS                  PIC X(42).

       FD  RUNLOG.


       FD  WORKDET.

       01  REG-WD                      PIC X(54).

       FD  WORKEXC.

       01  REG-WE                      PIC X(44).

       FD  WORKREJ.

       01  REG-WR                      PIC X(65).

       FD  WORKENC.

       01  REG-WN                      PIC X(52).

       FD  AGENCIA.

       01  REG-AGENCIA.
           05 AG-CODIGO                PIC 9(04).
           05 AG-DADOS                 PIC X(96).

       FD  ORDDET.

       01  REG-OD                      PIC X(54).

       SD  CLASSIF.

           05 CL-AGENCIA               PIC X(04).
           05 CL-CONTA                 PIC X(06).
           05 CL-NOME                  PIC X(23).
           05 CL-SALDO                 PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05 CL-SALDO-FMT             PIC X(11).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  WK-FS-WE                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-WR                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-OD                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-WN                    PIC 9(02) VALUE ZEROS.
       77  WK-FIM-WORK                 PIC X(01) VALUE SPACES.

      *    APOIO DO CADASTRO DE AGENCIAS: A AGENCIA PROCURADA, A
      *    ULTIMA LIDA (NOME E REGIAO GUARDADOS - O DETALHE VEM EM
      *    SEQUENCIA DE AGENCIA NA ORDEM 1) E A AGENCIA DA PAGINA
       77  WK-FS-AG                    PIC 9(02) VALUE ZEROS.
       77  WK-AGN-ABERTO               PIC X(01) VALUE SPACES.
       77  WK-AGN-BUSCA                PIC X(04) VALUE SPACES.
       77  WK-AGN-CODIGO               PIC X(04) VALUE SPACES.
       77  WK-AGN-NOME                 PIC X(30) VALUE SPACES.
       77  WK-AGN-REGIAO               PIC 9(02) VALUE ZEROS.
       77  WK-AGN-PAGINA               PIC X(04) VALUE SPACES.
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

      *    TOTAIS POR REGIAO (00 A 99, ENTRADA = REGIAO + 1): CONTAS
      *    E SALDO MEDIO DO DETALHE E CONTAS COM SALDO <= 0. SAO
      *    SOMADOS NA IMPRESSAO, QUE LE OS ARQUIVOS DE TRABALHO JA
      *    COMPLETOS - UM REINICIO NAO OS DUPLICA
       01  WK-TAB-REGIAO.
           05 WK-RG-ENTRY OCCURS 100 TIMES.
               10 WK-RG-QTD-DET        PIC 9(06)     VALUE ZEROS.
               10 WK-RG-SOMA-DET       PIC S9(13)V99 VALUE ZEROS.
               10 WK-RG-QTD-EXC        PIC 9(06)     VALUE ZEROS.
       77  WK-RG-IDX                   PIC 9(03) VALUE ZEROS.

      *    REGISTROS DOS ARQUIVOS DE TRABALHO
       01  WK-REG-WD.
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
           05 WK-WR-NOME               PIC X(23) VALUE SPACES.
           05 WK-WR-COD                PIC X(02) VALUE SPACES.
           05 WK-WR-DESC               PIC X(30) VALUE SPACES.

       01  WK-REG-WN.
           05 WK-WN-AGENCIA            PIC X(04) VALUE SPACES.
           05 WK-WN-CONTA              PIC X(06) VALUE SPACES.
           05 WK-WN-NOME               PIC X(23) VALUE SPACES.
           05 WK-WN-DATA               PIC X(08) VALUE SPACES.
           05 WK-WN-SALDO-FMT          PIC X(11) VALUE SPACES.
       77  WK-PARM-REINICIO            PIC X(01) VALUE "N".
       77  WK-CK-INTERVALO             PIC 9(06) VALUE 001000.
       77  WK-CK-QTD                   PIC 9(06) VALUE ZEROS.
       77  WK-CUR-AGENCIA              PIC X(04) VALUE SPACES.
       77  WK-CUR-CONTA                PIC X(06) VALUE SPACES.
       77  WK-CUR-NOME                 PIC X(23) VALUE SPACES.
       77  WK-CUR-SALDO-FMT            PIC X(11) VALUE SPACES.

       01  WK-TOT-LIDOS                PIC 9(06) VALUE ZEROS.
       01  WK-TOT-PROCESSADOS          PIC 9(06) VALUE ZEROS.
       01  WK-TOT-SELECIONADOS         PIC 9(06) VALUE ZEROS.
       01  WK-TOT-REJEITADOS           PIC 9(06) VALUE ZEROS.
       01  WK-TOT-ENCERRADAS           PIC 9(06) VALUE ZEROS.
       01  WK-AC-PAGINAS               PIC 9(03) VALUE ZEROS.
       01  WK-AC-LINHAS                PIC 9(05) VALUE ZEROS.

           05 WK-ER-NUMCTA                PIC X(06)    VALUE SPACES.
           05 WK-ER-NOME                  PIC X(23)    VALUE SPACES.
           05 WK-ER-PERIODO OCCURS 12 TIMES.
               10 WK-ER-VALORS-A          PIC X(10)    VALUE SPACES.
               10 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
               10 WK-ER-DIAS-A            PIC X(03)    VALUE SPACES.
               10 WK-ER-DIAS   REDEFINES  WK-ER-DIAS-A    PIC 9(03).
      *    SITUACAO DA CONTA (A=ATIVA B=BLOQUEADA E=ENCERRADA) E DATA
      *    DA ULTIMA MUDANCA DE SITUACAO; O RESTO DO REGISTRO FICA
      *    RESERVADO PARA EXPANSAO
           05 WK-ER-SITUACAO           PIC X(01)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO-A      PIC X(08)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO REDEFINES WK-ER-DT-SITUACAO-A
                                       PIC 9(08).
           05 FILLER                   PIC X(52)    VALUE SPACES.
       01  WK-I                           PIC 9(02) VALUE 1.

      *    O ACUMULADOR PRECISA COMPORTAR 12 X 9999999,99 X 999 SEM
      *    ESTOURAR - TRUNCAR AQUI SAIRIA SALDO MEDIO ERRADO NO RELATO.
      *    OS PERIODOS TEM SINAL: MES NEGATIVO (CONTA A DESCOBERTO)
      *    ENTRA SUBTRAINDO, E NAO COMO ZERO
       01  WK-TOT-VALOR-DIA            PIC S9(13)V99 VALUE ZEROS.
       01  WK-TOT-DIAS                 PIC 9(04)     VALUE ZEROS.
       01  WK-SALDO-MEDIO              PIC S9(07)V99 VALUE ZEROS.
       01  WK-SALDO-MEDIO-FMT          PIC +9(07),99.
      *    SEM O TETO DE 1000 CONTAS, 50000 SALDOS DE ATE 9999999,99
      *    PASSAM DE 11 DIGITOS - O TOTAL, O CHECKPOINT, O TOTAIS.DAT
      *    E AS MASCARAS PRECISAM DE S9(13)V99 PARA NAO TRUNCAR
       01  WK-TOT-SALDO-MEDIO          PIC S9(13)V99 VALUE ZEROS.
       01  WK-TOT-SALDO-MEDIO-FMT      PIC +9(13),99.

      *    BUFFER DOS CARTOES REJEITADOS DE UM INTERVALO DE CHECKPOINT
      *    (DESCARREGADO NO WORKREJ PELO 1042)
               10 WK-TP-AGENCIA             PIC X(04)    VALUE SPACES.
               10 WK-TP-CONTA               PIC X(06)    VALUE SPACES.
               10 WK-TP-NOME                 PIC X(23)    VALUE SPACES.
               10 WK-TP-SALDO                PIC S9(07)V99 VALUE ZEROS.
               10 WK-TP-SALDO-FMT            PIC X(11)    VALUE SPACES.
       01  WK-TP-CNT                   PIC 9(04) VALUE ZEROS.

      *    BUFFER DAS CONTAS COM SALDO MEDIO <= ZERO (EXCECAO) DE UM
               10 WK-TE-AGENCIA            PIC X(04)    VALUE SPACES.
               10 WK-TE-CONTA              PIC X(06)    VALUE SPACES.
               10 WK-TE-NOME                PIC X(23)    VALUE SPACES.
               10 WK-TE-SALDO-FMT           PIC X(11)    VALUE SPACES.
       01  WK-TE-CNT                   PIC 9(04) VALUE ZEROS.

      *    BUFFER DAS CONTAS ENCERRADAS DE UM INTERVALO DE CHECKPOINT
      *    (DESCARREGADO NO WORKENC PELO 1042). ELAS NAO ENTRAM NO
      *    DETALHE NEM NAS EXCECOES, NEM NO TOTAL DE SALDO MEDIO
       01  WK-TAB-ENC.
           05 WK-TN-ENTRY OCCURS 1000 TIMES.
               10 WK-TN-AGENCIA            PIC X(04)    VALUE SPACES.
               10 WK-TN-CONTA              PIC X(06)    VALUE SPACES.
               10 WK-TN-NOME               PIC X(23)    VALUE SPACES.
               10 WK-TN-DATA               PIC X(08)    VALUE SPACES.
               10 WK-TN-SALDO-FMT          PIC X(11)    VALUE SPACES.
       01  WK-TN-CNT                   PIC 9(04) VALUE ZEROS.

      *    DATA DO ENCERRAMENTO (AAAAMMDD NO MESTRE) EDITADA
       01  WK-DATA-ENC.
           05 WK-DENC-DD               PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 WK-DENC-MM               PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 WK-DENC-AAAA             PIC X(04) VALUE SPACES.

      *    LINHAS DO RELATORIO DE SAIDA
      **** 1 MONTEDATA PROCESSADORA DE DADOS LTDA
       01  WK-RELATO1.
           05 FILLER                   PIC X(35) VALUE
           'RELATORIO DE SALDO MEDIO'.

      *****3 AGENCIA DA PAGINA (ORDEM 1) OU TODAS AS AGENCIAS
       01  WK-RELATO5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'AGENCIA '.
           05 REL5-AGENCIA             PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 REL5-NOME                PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE '  REGIAO '.
           05 REL5-REGIAO              PIC 9(02) VALUE ZEROS.

       01  WK-RELATO6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           'TODAS AS AGENCIAS'.

      *****4 AGENCIA NUMERO NOME SALDO MEDIO
       01  WK-RELATO4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DET-CONTA-CLI            PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 DET-NOME-CLI             PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DET-SALDO-CLI            PIC X(11) VALUE SPACES.

      *****3 TOTAIS DE CONTROLE - ETFXXX01 -
       01  WK-RELATO9.
           "CARTOES PROCESSADOS".
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 REL2-PROCESSADOS         PIC 9(5) VALUE ZEROS.

      *****4 SALDO MEDIO TOTAL
       01  WK-RELATO26.
           05 FILLER                   PIC X(16) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           "SALDO MEDIO TOTAL".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 REL2-SALDO-MEDIO-TOT     PIC +9(13),99 VALUE ZEROS.

      *****4 CARTOES PROCESSADOS
       01  WK-RELATO12.
           05 DET-CONTA-EXC            PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 DET-NOME-EXC             PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DET-SALDO-EXC            PIC X(11) VALUE SPACES.

      *****3 RELATORIO DE CONTAS ENCERRADAS
       01  WK-RELATO19.
           05 FILLER                   PIC X(15).
           05 FILLER                   PIC X(35) VALUE
           'RELATORIO DE CONTAS ENCERRADAS'.

      *****4 AGENCIA NUMERO NOME ENCERRADA SALDO MEDIO
       01  WK-RELATO20.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE
           'AGENCIA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE
           'NUMERO'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE
           'NOME'.
           05 FILLER                   PIC X(21) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE
           'ENCERRADA'.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE
           'SALDO MEDIO'.

      *****8 AGENCIA NUMERO NOME ENCERRADA SALDO MEDIO
       01  WK-RELATO21.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DET-AGENCIA-ENC          PIC ZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 DET-CONTA-ENC            PIC ZZZ.ZZZ.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DET-NOME-ENC             PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DET-DATA-ENC             PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DET-SALDO-ENC            PIC X(11) VALUE SPACES.

      *****4 CONTAS ENCERRADAS
       01  WK-RELATO22.
           05 FILLER                   PIC X(16) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           "CONTAS ENCERRADAS".
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 REL2-ENCERRADAS          PIC 9(5) VALUE ZEROS.

      *****3 TOTAIS POR REGIAO
       01  WK-RELATO23.
           05 FILLER                   PIC X(15).
           05 FILLER                   PIC X(35) VALUE
           'TOTAIS POR REGIAO'.

      *****4 REGIAO CONTAS SALDO MEDIO CONTAS <= 0
       01  WK-RELATO24.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE
           'REGIAO'.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE
           'CONTAS'.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE
           'SALDO MEDIO'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE
           'CONTAS <= 0'.

      *****8 REGIAO CONTAS SALDO MEDIO CONTAS <= 0
       01  WK-RELATO25.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 REL25-REGIAO             PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 REL25-QTD                PIC ZZZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 REL25-SOMA               PIC +9(13),99.
           05 FILLER                   PIC X(08) VALUE SPACES.
           05 REL25-EXC                PIC ZZZZZ9.

      *****3 RELATORIO DE CARTOES REJEITADOS
       01  WK-RELATO13.
      *    - COM VIRGULA COMO DELIMITADOR, ESSE CAMPO PARTIRIA A LINHA
      *    EM DUAS COLUNAS. ";" E O PADRAO USUAL DE CSV EM LOCALES DE
      *    VIRGULA DECIMAL E E RECONHECIDO DIRETAMENTE PELO EXCEL.
       01  WK-CSV-CABECALHO            PIC X(47) VALUE
           "AGENCIA;CONTA;NOME;SALDO MEDIO".

       01  WK-CSV-DETALHE.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-NOME                 PIC X(23) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-SALDO                PIC X(11) VALUE SPACES.

      *    REGISTRO DE CHECKPOINT (REINICIO APOS ABEND) - GRAVADO A
      *    CADA WK-CK-INTERVALO REGISTROS LIDOS COM SUCESSO. ALEM DA
           05 WK-CK-NUMCTA             PIC X(06) VALUE SPACES.
           05 WK-CK-PROCESSADOS        PIC 9(06) VALUE ZEROS.
           05 WK-CK-REJEITADOS         PIC 9(06) VALUE ZEROS.
           05 WK-CK-SALDO-MEDIO        PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 WK-CK-ENCERRADAS         PIC 9(06) VALUE ZEROS.

      *    CONFERENCIA DOS REGISTROS DE CONTROLE DO ERESUMO (CHAVES
      *    RESERVADAS 0000/000000 E 9999/999999, GRAVADOS NA CAPTURA):
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
           05 WK-TF-LIDOS              PIC 9(06) VALUE ZEROS.
           05 WK-TF-PROCESSADOS        PIC 9(06) VALUE ZEROS.
           05 WK-TF-REJEITADOS         PIC 9(06) VALUE ZEROS.
           05 WK-TF-SALDO-MEDIO        PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
           CLOSE WORKDET
           CLOSE WORKEXC
           CLOSE WORKREJ
           CLOSE WORKENC
           PERFORM 2500-ORDENAR-DETALHE THRU END-2500
           PERFORM 2044-IMPRIMIR-DETALHES THRU END-2044
           PERFORM 2970-IMPRIMIR-EXCECOES THRU END-2970
           PERFORM 2990-IMPRIMIR-REGIOES THRU END-2990
           PERFORM 2980-IMPRIMIR-ENCERRADAS THRU END-2980
           PERFORM 2950-IMPRIMIR-REJEITADOS THRU END-2950
           PERFORM 3000-FINALIZAR THRU END-3000
           PERFORM 0520-FECHAR-ARQ THRU END-0520
                   MOVE "Erro na Abertura do arquivo ERESUMO" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF

               MOVE "S" TO WK-AGN-ABERTO
               OPEN INPUT AGENCIA

               IF WK-FS-AG EQUAL 35
                   MOVE "N" TO WK-AGN-ABERTO
                   DISPLAY "AVISO: CADASTRO DE AGENCIAS AINDA NAO "
                           "EXISTE"
               ELSE
                   IF WK-FS-AG NOT EQUAL ZEROS
                       MOVE "Erro na Abertura do AGENCIA" TO WK-MSG
                       PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   END-IF
               END-IF
           .
           END-1010. EXIT.

               MOVE ZEROS TO WK-TOT-PROCESSADOS
                             WK-TOT-SELECIONADOS
                             WK-TOT-REJEITADOS
                             WK-TOT-ENCERRADAS
                             WK-AC-PAGINAS

               MOVE 999 TO WK-AC-LINHAS
                   IF WK-CK-LIDOS > ZEROS AND
                      (WK-CK-PROCESSADOS NOT NUMERIC OR
                       WK-CK-REJEITADOS NOT NUMERIC OR
                       WK-CK-SALDO-MEDIO NOT NUMERIC OR
                       WK-CK-ENCERRADAS NOT NUMERIC)
                       DISPLAY "CHECKPOINT EM FORMATO ANTIGO - "
                               "PROCESSANDO DESDE O INICIO"
                       MOVE ZEROS TO WK-CK-LIDOS
                       MOVE WK-CK-PROCESSADOS TO WK-TOT-PROCESSADOS
                       MOVE WK-CK-REJEITADOS  TO WK-TOT-REJEITADOS
                       MOVE WK-CK-SALDO-MEDIO TO WK-TOT-SALDO-MEDIO
                       MOVE WK-CK-ENCERRADAS  TO WK-TOT-ENCERRADAS
                       MOVE WK-CK-AGENCIA     TO ER-AGENCIA
                       MOVE WK-CK-NUMCTA      TO ER-NUMCTA
                       START ERESUMO KEY > ER-CHAVE
                   OPEN EXTEND WORKDET
                   OPEN EXTEND WORKEXC
                   OPEN EXTEND WORKREJ
                   OPEN EXTEND WORKENC
               ELSE
                   OPEN OUTPUT WORKDET
                   OPEN OUTPUT WORKEXC
                   OPEN OUTPUT WORKREJ
                   OPEN OUTPUT WORKENC
               END-IF

               IF WK-FS-WD NOT EQUAL ZEROS OR
                  WK-FS-WE NOT EQUAL ZEROS OR
                  WK-FS-WR NOT EQUAL ZEROS OR
                  WK-FS-WN NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DOS ARQUIVOS DE TRABALHO"
                        TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-2000. EXIT.

      *    CONSISTENCIA + CALCULO/CAPTURA DE UM REGISTRO JA LIDO EM
      *    WK-REG-ERESUMO. CONTA ENCERRADA VAI PARA A SECAO PROPRIA,
      *    COM CONTAGEM PROPRIA, E NAO ENTRA NOS PROCESSADOS NEM NO
      *    SALDO MEDIO TOTAL (QUE BATEM COM DETALHE + EXCECOES)
           2005-PROCESSAR-REGISTRO SECTION.
               PERFORM 2010-CONSISTENCIA THRU END-2010
               IF WK-ERRO EQUAL "S"
                   ADD 1 TO WK-TOT-REJEITADOS
                   PERFORM 2900-CAPTURAR-REJEITADO THRU END-2900
               ELSE
                   IF WK-ER-SITUACAO = "E"
                       PERFORM 2030-CALCULAR-SALDO THRU END-2030
                       SUBTRACT WK-SALDO-MEDIO FROM WK-TOT-SALDO-MEDIO
                       PERFORM 2985-CAPTURAR-ENCERRADA THRU END-2985
                       ADD 1 TO WK-TOT-ENCERRADAS
                   ELSE
                       PERFORM 2030-CALCULAR-SALDO THRU END-2030
                       PERFORM 2040-IMPRIMIR-SALDO THRU END-2040
                       ADD 1 TO WK-TOT-PROCESSADOS
                   END-IF
               END-IF
               .
           END-2005. EXIT.
               IF WK-CK-RESTO EQUAL ZEROS OR
                  WK-TP-CNT >= 1000 OR
                  WK-TE-CNT >= 1000 OR
                  WK-TR-CNT >= 1000 OR
                  WK-TN-CNT >= 1000
                   PERFORM 1041-SINCRONIZAR THRU END-1041
               END-IF
           .
               MOVE WK-TOT-PROCESSADOS  TO WK-CK-PROCESSADOS
               MOVE WK-TOT-REJEITADOS   TO WK-CK-REJEITADOS
               MOVE WK-TOT-SALDO-MEDIO  TO WK-CK-SALDO-MEDIO
               MOVE WK-TOT-ENCERRADAS   TO WK-CK-ENCERRADAS

               OPEN OUTPUT CHECKPT
               IF WK-FS-CK NOT EQUAL ZEROS
                   WRITE REG-WR FROM WK-REG-WR
               END-PERFORM

               PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > WK-TN-CNT
                   MOVE WK-TN-AGENCIA   (WK-K) TO WK-WN-AGENCIA
                   MOVE WK-TN-CONTA     (WK-K) TO WK-WN-CONTA
                   MOVE WK-TN-NOME      (WK-K) TO WK-WN-NOME
                   MOVE WK-TN-DATA      (WK-K) TO WK-WN-DATA
                   MOVE WK-TN-SALDO-FMT (WK-K) TO WK-WN-SALDO-FMT
                   WRITE REG-WN FROM WK-REG-WN
               END-PERFORM

               IF WK-FS-WD NOT EQUAL ZEROS OR
                  WK-FS-WE NOT EQUAL ZEROS OR
                  WK-FS-WR NOT EQUAL ZEROS OR
                  WK-FS-WN NOT EQUAL ZEROS
                   MOVE "ERRO NA GRAVACAO DOS ARQUIVOS DE TRABALHO"
                        TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE ZEROS TO WK-TP-CNT
               MOVE ZEROS TO WK-TE-CNT
               MOVE ZEROS TO WK-TR-CNT
               MOVE ZEROS TO WK-TN-CNT
           .
           END-1042. EXIT.

               WRITE REG-REL FROM WK-RELATO1 BEFORE 1
               WRITE REG-REL FROM WK-RELATO2 AFTER 1
               WRITE REG-REL FROM WK-RELATO3 AFTER 1

      *        NA ORDEM 1 CADA AGENCIA COMECA PAGINA PROPRIA (VER
      *        2046); NAS OUTRAS AS AGENCIAS VEM MISTURADAS
               IF WK-PARM-ORDEM = "1"
                   MOVE WK-CUR-AGENCIA TO WK-AGN-PAGINA
                   MOVE WK-CUR-AGENCIA TO REL5-AGENCIA
                   MOVE WK-AGN-NOME    TO REL5-NOME
                   MOVE WK-AGN-REGIAO  TO REL5-REGIAO
                   WRITE REG-REL FROM WK-RELATO5 AFTER 1
               ELSE
                   WRITE REG-REL FROM WK-RELATO6 AFTER 1
               END-IF

               WRITE REG-REL FROM WK-RELATO4 AFTER 1
               PERFORM 2042-CONFERIR-ESCRITA THRU END-2042

               MOVE 8 TO WK-AC-LINHAS
           .
           END-2041. EXIT.

                       MOVE WK-WD-NOME      TO WK-CUR-NOME
                       MOVE WK-WD-SALDO-FMT TO WK-CUR-SALDO-FMT

                       MOVE WK-WD-AGENCIA TO WK-AGN-BUSCA
                       PERFORM 2047-BUSCAR-AGENCIA THRU END-2047
                       COMPUTE WK-RG-IDX = WK-AGN-REGIAO + 1
                       ADD 1 TO WK-RG-QTD-DET (WK-RG-IDX)
                       ADD WK-WD-SALDO TO WK-RG-SOMA-DET (WK-RG-IDX)

                       IF WK-PARM-ORDEM = "1" AND
                          WK-WD-AGENCIA NOT = WK-AGN-PAGINA
                           MOVE 999 TO WK-AC-LINHAS
                       END-IF

                       IF WK-AC-LINHAS > 57
                           PERFORM 2041-IMPRIMIR-CABECALHO THRU
                                   END-2041
           .
           END-2046. EXIT.

      *        NOME E REGIAO DA AGENCIA WK-AGN-BUSCA. A ULTIMA LIDA
      *        FICA GUARDADA; AGENCIA FORA DO CADASTRO (OU CADASTRO
      *        INEXISTENTE) SAI MARCADA E CONTA NA REGIAO 00
           2047-BUSCAR-AGENCIA SECTION.
               IF WK-AGN-BUSCA = WK-AGN-CODIGO
                   GO TO END-2047
               END-IF

               MOVE WK-AGN-BUSCA TO WK-AGN-CODIGO
               MOVE "*** AGENCIA NAO CADASTRADA ***" TO WK-AGN-NOME
               MOVE ZEROS TO WK-AGN-REGIAO

               IF WK-AGN-ABERTO NOT = "S" OR
                  WK-AGN-BUSCA NOT NUMERIC
                   GO TO END-2047
               END-IF

               MOVE WK-AGN-BUSCA TO AG-CODIGO
               READ AGENCIA INTO WK-REG-AGENCIA
                   INVALID KEY
                       GO TO END-2047
               END-READ

               IF WK-FS-AG NOT EQUAL ZEROS
                   MOVE "ERRO NA LEITURA DO AGENCIA" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF

               MOVE WK-AGM-NOME   TO WK-AGN-NOME
               MOVE WK-AGM-REGIAO TO WK-AGN-REGIAO
           .
           END-2047. EXIT.

      *    O BUFFER NUNCA ESTOURA: O 1040 (CHAMADO LOGO APOS CADA
      *    REGISTRO) DESCARREGA E GRAVA CHECKPOINT ASSIM QUE QUALQUER
      *    SECAO ATINGE 1000 - O TETO VIROU SO O TAMANHO DO LOTE DE
                       MOVE WK-WE-NOME      TO DET-NOME-EXC
                       MOVE WK-WE-SALDO-FMT TO DET-SALDO-EXC

                       MOVE WK-WE-AGENCIA TO WK-AGN-BUSCA
                       PERFORM 2047-BUSCAR-AGENCIA THRU END-2047
                       COMPUTE WK-RG-IDX = WK-AGN-REGIAO + 1
                       ADD 1 TO WK-RG-QTD-EXC (WK-RG-IDX)

                       IF WK-AC-LINHAS > 57
                           PERFORM 2971-IMPRIMIR-CABECALHO-EXC
                                   THRU END-2971
           .
           END-2971. EXIT.

      *        TOTAIS POR REGIAO, EM PAGINA PROPRIA DEPOIS DO DETALHE E
      *        DAS EXCECOES (QUE OS ACUMULARAM). REGIAO SEM CONTA NAO
      *        SAI; O CABECALHO SO SAI SE HOUVER AO MENOS UMA LINHA
           2990-IMPRIMIR-REGIOES SECTION.
               MOVE 999 TO WK-AC-LINHAS

               PERFORM VARYING WK-RG-IDX FROM 1 BY 1
                       UNTIL WK-RG-IDX > 100
                   IF WK-RG-QTD-DET (WK-RG-IDX) > ZEROS OR
                      WK-RG-QTD-EXC (WK-RG-IDX) > ZEROS
                       IF WK-AC-LINHAS > 57
                           PERFORM 2991-IMPRIMIR-CABECALHO-REG
                                   THRU END-2991
                       END-IF
                       COMPUTE REL25-REGIAO = WK-RG-IDX - 1
                       MOVE WK-RG-QTD-DET (WK-RG-IDX)  TO REL25-QTD
                       MOVE WK-RG-SOMA-DET (WK-RG-IDX) TO REL25-SOMA
                       MOVE WK-RG-QTD-EXC (WK-RG-IDX)  TO REL25-EXC
                       ADD 1 TO WK-AC-LINHAS
                       WRITE REG-REL FROM WK-RELATO25 AFTER 1
                       PERFORM 2042-CONFERIR-ESCRITA THRU END-2042
                   END-IF
               END-PERFORM
           .
           END-2990. EXIT.

           2991-IMPRIMIR-CABECALHO-REG SECTION.
               ADD 1 TO WK-AC-PAGINAS
               MOVE WK-AC-PAGINAS TO REL1-PAG
               MOVE WK-DATA TO REL2-DATA1

               WRITE REG-REL FROM WK-RELATO1  BEFORE 1
               WRITE REG-REL FROM WK-RELATO2  AFTER 1
               WRITE REG-REL FROM WK-RELATO23 AFTER 1
               WRITE REG-REL FROM WK-RELATO24 AFTER 1
               PERFORM 2042-CONFERIR-ESCRITA THRU END-2042

               MOVE 7 TO WK-AC-LINHAS
           .
           END-2991. EXIT.

      *        O 2030 JA SOMOU O SALDO NO TOTAL - O 2005 DESCONTA
      *        ANTES DE CHEGAR AQUI
           2985-CAPTURAR-ENCERRADA SECTION.
               ADD 1 TO WK-TN-CNT
               MOVE WK-ER-AGENCIA      TO WK-TN-AGENCIA (WK-TN-CNT)
               MOVE WK-ER-NUMCTA       TO WK-TN-CONTA (WK-TN-CNT)
               MOVE WK-ER-NOME         TO WK-TN-NOME  (WK-TN-CNT)
               MOVE WK-ER-DT-SITUACAO-A TO WK-TN-DATA (WK-TN-CNT)
               MOVE WK-SALDO-MEDIO-FMT TO
                    WK-TN-SALDO-FMT (WK-TN-CNT)
           .
           END-2985. EXIT.

      *        IMPRIMIR AS CONTAS ENCERRADAS LENDO O ARQUIVO DE
      *        TRABALHO, NO MESMO MOLDE DAS EXCECOES: O CABECALHO SO
      *        SAI SE HOUVER AO MENOS UMA CONTA ENCERRADA
           2980-IMPRIMIR-ENCERRADAS SECTION.
               OPEN INPUT WORKENC

               IF WK-FS-WN NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO WORKENC" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF

               MOVE SPACES TO WK-FIM-WORK
               MOVE 999 TO WK-AC-LINHAS
               PERFORM 2982-LER-IMPRIMIR-ENC THRU END-2982
                            UNTIL WK-FIM-WORK = "S"

               CLOSE WORKENC
           .
           END-2980. EXIT.

           2982-LER-IMPRIMIR-ENC SECTION.
               READ WORKENC INTO WK-REG-WN
                   AT END
                       MOVE "S" TO WK-FIM-WORK
                   NOT AT END
                       MOVE WK-WN-DATA (7:2) TO WK-DENC-DD
                       MOVE WK-WN-DATA (5:2) TO WK-DENC-MM
                       MOVE WK-WN-DATA (1:4) TO WK-DENC-AAAA
                       MOVE WK-WN-AGENCIA   TO DET-AGENCIA-ENC
                       MOVE WK-WN-CONTA     TO DET-CONTA-ENC
                       MOVE WK-WN-NOME      TO DET-NOME-ENC
                       MOVE WK-DATA-ENC     TO DET-DATA-ENC
                       MOVE WK-WN-SALDO-FMT TO DET-SALDO-ENC

                       IF WK-AC-LINHAS > 57
                           PERFORM 2981-IMPRIMIR-CABECALHO-ENC
                                   THRU END-2981
                       END-IF
                       ADD 1 TO WK-AC-LINHAS
                       WRITE REG-REL FROM WK-RELATO21 AFTER 1
                       PERFORM 2042-CONFERIR-ESCRITA THRU END-2042
               END-READ

               IF WK-FS-WN NOT EQUAL ZEROS AND
                   WK-FS-WN NOT EQUAL 10
                   MOVE "ERRO NA LEITURA DO WORKENC" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           .
           END-2982. EXIT.

           2981-IMPRIMIR-CABECALHO-ENC SECTION.
               ADD 1 TO WK-AC-PAGINAS
               MOVE WK-AC-PAGINAS TO REL1-PAG
               MOVE WK-DATA TO REL2-DATA1

               WRITE REG-REL FROM WK-RELATO1  BEFORE 1
               WRITE REG-REL FROM WK-RELATO2  AFTER 1
               WRITE REG-REL FROM WK-RELATO19 AFTER 1
               WRITE REG-REL FROM WK-RELATO20 AFTER 1
               PERFORM 2042-CONFERIR-ESCRITA THRU END-2042

               MOVE 7 TO WK-AC-LINHAS
           .
           END-2981. EXIT.

           2900-CAPTURAR-REJEITADO SECTION.
               ADD 1 TO WK-TR-CNT
               MOVE WK-ER-AGENCIA TO WK-TR-AGENCIA (WK-TR-CNT)
               MOVE WK-TOT-LIDOS TO REL2-LIDOS
               MOVE WK-TOT-PROCESSADOS TO REL2-PROCESSADOS
               MOVE WK-TOT-REJEITADOS TO REL2-REJEITADOS
               MOVE WK-TOT-ENCERRADAS TO REL2-ENCERRADAS
               MOVE WK-TOT-SALDO-MEDIO TO WK-TOT-SALDO-MEDIO-FMT
               MOVE WK-TOT-SALDO-MEDIO-FMT TO REL2-SALDO-MEDIO-TOT

               WRITE REG-REL FROM WK-RELATO9  AFTER 1
               WRITE REG-REL FROM WK-RELATO10 AFTER 1
               WRITE REG-REL FROM WK-RELATO11 AFTER 1
               WRITE REG-REL FROM WK-RELATO26 AFTER 1
               WRITE REG-REL FROM WK-RELATO12 AFTER 1
               WRITE REG-REL FROM WK-RELATO22 AFTER 1
               PERFORM 2042-CONFERIR-ESCRITA THRU END-2042
           .
           END-3000. EXIT.

           CLOSE ERESUMO

           IF WK-AGN-ABERTO = "S"
               CLOSE AGENCIA
           END-IF

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 1000
               MOVE "ERRO NO CLOSE DO ARQUIVO ERESUMO" TO WK-MSG
           DISPLAY "FILE STATUS WORKDET: " WK-FS-WD
           DISPLAY "FILE STATUS WORKEXC: " WK-FS-WE
           DISPLAY "FILE STATUS WORKREJ: " WK-FS-WR
           DISPLAY "FILE STATUS WORKENC: " WK-FS-WN
           DISPLAY "FILE STATUS ORDDET : " WK-FS-OD
           DISPLAY "FILE STATUS AGENCIA: " WK-FS-AG
           DISPLAY "==================================================="

           MOVE 12 TO RETURN-CODE
