      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Estratificacao e tendencia do saldo medio por
      *          agencia, regiao e banco. Varre o ERESUMO (depois de
      *          conferir o trailer, como os demais leitores) e
      *          distribui o saldo medio de cada conta nas faixas de
      *          saldo da tabela FAIXASM.DAT (sem ela, faixas padrao),
      *          com quantidade de contas, saldo total e participacao
      *          de cada faixa - por agencia, por regiao e para o banco.
      *          Para cada agencia (e para o banco) imprime tambem a
      *          tendencia dos 12 meses: saldo total e media por conta
      *          de cada periodo, a media do mesmo mes do ano anterior
      *          lida do ERHIST e a variacao mes a mes do total.
      *          Agencia cujo total caiu mais que PGMP0813_QUEDA por
      *          cento (padrao 10) de um mes para o outro sai marcada
      *          e listada no fim. O ano anterior vem de PGMP0813_ANO
      *          (padrao o ano corrente menos 1). Relatorio em
      *          RELESTR.DAT e a mesma informacao delimitada por ";"
      *          em RELESTR.CSV para as planilhas da diretoria.
      *          Retorno 4 quando alguma conta ficou fora por periodo
      *          corrompido, 8 tabela de faixas invalida (nada e
      *          impresso), 12 erro de arquivo.
      * Tectonics: cobc
      * Obeservation: ER significa ERESUMO, HI significa HISTORICO,
      *               FX significa FAIXA, AG AGENCIA, BC BANCO, RG
      *               REGIAO, IMP A AREA DE IMPRESSAO COMUM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMP0813.
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

      *    HISTORICO ANUAL: MESMO MES DO ANO ANTERIOR NA TENDENCIA. SE
      *    AINDA NAO EXISTIR (NENHUM ANO FECHADO) A COLUNA SAI N/D
           SELECT ERHIST ASSIGN TO "ERHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HI-CHAVE
                  FILE STATUS IS WK-FS-HI.

      *    TABELA DE FAIXAS DE SALDO MEDIO, MANTIDA NUM EDITOR: UMA
      *    LINHA POR LIMITE SUPERIOR (INCLUSIVE), EM ORDEM CRESCENTE,
      *    ATE 9 LIMITES; A ULTIMA FAIXA E "ACIMA DO MAIOR LIMITE".
      *    COLUNAS 1-10 = LIMITE COM SINAL EM CENTAVOS (+000100000 =
      *    1.000,00; -000050000 = -500,00), 12-35 = DESCRICAO
      *    OPCIONAL. LINHA COM "*" NA PRIMEIRA COLUNA E COMENTARIO
           SELECT FAIXASM ASSIGN TO "FAIXASM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-FX.

      *    CADASTRO DE AGENCIAS (PGMS0808): NOME E REGIAO NA QUEBRA.
      *    SE AINDA NAO EXISTIR O RELATORIO SAI ASSIM MESMO
           SELECT AGENCIA ASSIGN TO "AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CODIGO
                  FILE STATUS IS WK-FS-AG.

           SELECT RELESTR ASSIGN TO "RELESTR.DAT"
                  FILE STATUS IS WK-FS-REL.

           SELECT RELESTR-CSV ASSIGN TO "RELESTR.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-CSV.

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

       FD  ERHIST.

       01  REG-ERHIST.
           05 HI-CHAVE.
               10 HI-ANO               PIC 9(04).
               10 HI-AGENCIA           PIC 9(04).
               10 HI-NUMCTA            PIC 9(06).
           05 HI-DADOS                 PIC X(189).

       FD  FAIXASM.

       01  REG-FAIXASM                 PIC X(80).

       FD  AGENCIA.

       01  REG-AGENCIA.
           05 AG-CODIGO                PIC 9(04).
           05 AG-DADOS                 PIC X(96).

       FD  RELESTR.

       01  REG-RELESTR                 PIC X(80).

       FD  RELESTR-CSV.

       01  REG-REL-CSV                 PIC X(128).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-ER                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-HI                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-FX                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-REL                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-CSV                   PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-FIM-HIS                  PIC X(01) VALUE SPACES.
       77  WK-FIM-FX                   PIC X(01) VALUE SPACES.
       77  WK-TEM-HIST                 PIC X(01) VALUE SPACES.
       77  WK-PARM-QUEDA               PIC X(02) VALUE SPACES.
       77  WK-PCT-QUEDA                PIC 9(02) VALUE 10.
       77  WK-ANO-PARM                 PIC X(04) VALUE SPACES.
       77  WK-ANO-ANT                  PIC 9(04) VALUE ZEROS.
       77  WK-TOT-LIDAS                PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ESTRATIFICADAS       PIC 9(06) VALUE ZEROS.
       77  WK-TOT-CORROMPIDAS          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ENCERRADAS           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-HIST-IGNORADOS       PIC 9(06) VALUE ZEROS.
       77  WK-TOT-AGENCIAS             PIC 9(04) VALUE ZEROS.
       77  WK-AG-ATUAL                 PIC 9(04) VALUE ZEROS.
       77  WK-TEM-AGENCIA              PIC X(01) VALUE SPACES.
       77  WK-AC-PAGINAS               PIC 9(03) VALUE ZEROS.
       77  WK-AC-LINHAS                PIC 9(05) VALUE ZEROS.
       77  WK-K                        PIC 9(02) VALUE ZEROS.
       77  WK-M                        PIC 9(02) VALUE ZEROS.
       77  WK-FX-ACHADA                PIC 9(02) VALUE ZEROS.

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

       01  WK-NOMES-MES-V              PIC X(36) VALUE
           'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01  WK-NOMES-MES REDEFINES WK-NOMES-MES-V.
           05 WK-NOME-MES              PIC X(03) OCCURS 12 TIMES.

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

      *    HISTORICO: MESMOS 12 PERIODOS DO MESTRE, NO ANO FECHADO
       01  WK-REG-ERHIST.
           05 WK-HI-ANO                PIC 9(04)    VALUE ZEROS.
           05 WK-HI-AGENCIA            PIC 9(04)    VALUE ZEROS.
           05 WK-HI-NUMCTA             PIC 9(06)    VALUE ZEROS.
           05 WK-HI-NOME               PIC X(23)    VALUE SPACES.
           05 WK-HI-PERIODO OCCURS 12 TIMES.
               10 WK-HI-VALORS-A       PIC X(10)    VALUE SPACES.
               10 WK-HI-VALORS REDEFINES WK-HI-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
               10 WK-HI-DIAS-A         PIC X(03)    VALUE SPACES.
               10 WK-HI-DIAS REDEFINES WK-HI-DIAS-A PIC 9(03).
           05 WK-HI-SALDO-MEDIO        PIC X(10)    VALUE SPACES.

      *    CONFERENCIA DOS REGISTROS DE CONTROLE DO ERESUMO, COMO NO
      *    PGMP0801: MESTRE PARCIAL NAO VIRA ESTRATIFICACAO
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

      *    LINHA DA TABELA DE FAIXAS
       01  WK-REG-FAIXASM.
           05 WK-FXL-LIMITE-A          PIC X(10) VALUE SPACES.
           05 WK-FXL-LIMITE REDEFINES WK-FXL-LIMITE-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WK-FXL-DESCRICAO         PIC X(24) VALUE SPACES.
           05 FILLER                   PIC X(45) VALUE SPACES.
       77  WK-TOT-LINHAS-FX            PIC 9(04) VALUE ZEROS.
       77  WK-TOT-ERROS-FX             PIC 9(04) VALUE ZEROS.

      *    FAIXAS PADRAO QUANDO NAO HA FAIXASM.DAT: ATE 0,00 (CONTA
      *    DEVEDORA OU ZERADA), 1.000, 5.000, 10.000, 50.000, 100.000
      *    E ACIMA DE 100.000
       01  WK-FX-PADRAO-V.
           05 FILLER                   PIC X(10) VALUE "+000000000".
           05 FILLER                   PIC X(10) VALUE "+000100000".
           05 FILLER                   PIC X(10) VALUE "+000500000".
           05 FILLER                   PIC X(10) VALUE "+001000000".
           05 FILLER                   PIC X(10) VALUE "+005000000".
           05 FILLER                   PIC X(10) VALUE "+010000000".
       01  WK-FX-PADRAO REDEFINES WK-FX-PADRAO-V.
           05 WK-FXP-LIMITE            PIC S9(07)V99 SIGN LEADING
                                       SEPARATE OCCURS 6 TIMES.

      *    FAIXAS EM USO: WK-FX-LIMITES LIMITES E WK-FX-FAIXAS =
      *    LIMITES + 1 FAIXAS (A ULTIMA SEM LIMITE SUPERIOR), COM O
      *    ROTULO JA MONTADO PARA O RELATORIO E O CSV
       77  WK-FX-LIMITES               PIC 9(02) VALUE ZEROS.
       77  WK-FX-FAIXAS                PIC 9(02) VALUE ZEROS.
       01  WK-TAB-FAIXA.
           05 WK-FX-ENTRY OCCURS 10 TIMES.
               10 WK-FX-LIMITE         PIC S9(07)V99 VALUE ZEROS.
               10 WK-FX-DESCRICAO      PIC X(24) VALUE SPACES.
               10 WK-FX-ROTULO         PIC X(24) VALUE SPACES.

      *    ACUMULADORES DA AGENCIA EM CURSO E DO BANCO, NO MESMO
      *    LAYOUT DA AREA DE IMPRESSAO: POR FAIXA (CONTAS E SALDO
      *    MEDIO SOMADO) E POR MES (CONTAS COM VALOR NO PERIODO E
      *    SOMA DOS VALORES, NO ANO CORRENTE E NO ANTERIOR)
       01  WK-TAB-AG.
           05 WK-AG-FAIXA OCCURS 10 TIMES.
               10 WK-AG-F-CONTAS       PIC 9(06).
               10 WK-AG-F-SALDO        PIC S9(13)V99.
           05 WK-AG-MES OCCURS 12 TIMES.
               10 WK-AG-M-CONTAS       PIC 9(06).
               10 WK-AG-M-SALDO        PIC S9(13)V99.
               10 WK-AG-M-CONTAS-ANT   PIC 9(06).
               10 WK-AG-M-SALDO-ANT    PIC S9(13)V99.

       01  WK-TAB-BC.
           05 WK-BC-FAIXA OCCURS 10 TIMES.
               10 WK-BC-F-CONTAS       PIC 9(06).
               10 WK-BC-F-SALDO        PIC S9(13)V99.
           05 WK-BC-MES OCCURS 12 TIMES.
               10 WK-BC-M-CONTAS       PIC 9(06).
               10 WK-BC-M-SALDO        PIC S9(13)V99.
               10 WK-BC-M-CONTAS-ANT   PIC 9(06).
               10 WK-BC-M-SALDO-ANT    PIC S9(13)V99.

       01  WK-TAB-IMP.
           05 WK-IMP-FAIXA OCCURS 10 TIMES.
               10 WK-IMP-F-CONTAS      PIC 9(06).
               10 WK-IMP-F-SALDO       PIC S9(13)V99.
           05 WK-IMP-MES OCCURS 12 TIMES.
               10 WK-IMP-M-CONTAS      PIC 9(06).
               10 WK-IMP-M-SALDO       PIC S9(13)V99.
               10 WK-IMP-M-CONTAS-ANT  PIC 9(06).
               10 WK-IMP-M-SALDO-ANT   PIC S9(13)V99.

       01  WK-TAB-REGIAO.
           05 WK-RG-ENTRY OCCURS 100 TIMES.
               10 WK-RG-AGENCIAS       PIC 9(04) VALUE ZEROS.
               10 WK-RG-CONTAS         PIC 9(06) VALUE ZEROS.
               10 WK-RG-FAIXA OCCURS 10 TIMES.
                   15 WK-RG-F-CONTAS   PIC 9(06) VALUE ZEROS.
                   15 WK-RG-F-SALDO    PIC S9(13)V99 VALUE ZEROS.

      *    NIVEL E CODIGO DO BLOCO EM IMPRESSAO (VAO PARA O CSV)
       77  WK-NIVEL                    PIC X(07) VALUE SPACES.
       77  WK-CODIGO                   PIC X(04) VALUE SPACES.

      *    TOTAIS DO BLOCO E PARTICIPACOES
       77  WK-SOMA-CONTAS              PIC 9(06) VALUE ZEROS.
       01  WK-SOMA-SALDO               PIC S9(13)V99 VALUE ZEROS.
       01  WK-PCT                      PIC S9(05)V99 VALUE ZEROS.
       01  WK-MEDIA                    PIC S9(07)V99 VALUE ZEROS.

      *    VARIACAO MES A MES DO TOTAL (MESMA REGRA DO PGMP0804 2040:
      *    BASE EM MODULO, SATURADA NO LIMITE DA MASCARA)
       01  WK-VB-ATUAL                 PIC S9(13)V99 VALUE ZEROS.
       01  WK-VB-ANT                   PIC S9(13)V99 VALUE ZEROS.
       01  WK-BASE-VARIACAO            PIC 9(13)V99 VALUE ZEROS.
       01  WK-VARIACAO                 PIC S9(05)V99 VALUE ZEROS.
       77  WK-TEM-VAR                  PIC X(01) VALUE SPACES.
       77  WK-QUEDA                    PIC X(01) VALUE SPACES.

      *    AGENCIAS COM QUEDA ACIMA DO LIMITE: QUANTOS MESES E A PIOR
      *    QUEDA, PARA A LISTA DO FIM DO RELATORIO
       77  WK-AG-MESES-QUEDA           PIC 9(02) VALUE ZEROS.
       77  WK-AG-PIOR-MES              PIC 9(02) VALUE ZEROS.
       01  WK-AG-PIOR-VAR              PIC S9(05)V99 VALUE ZEROS.
       77  WK-QD-CNT                   PIC 9(04) VALUE ZEROS.
       77  WK-QD-IDX                   PIC 9(04) VALUE ZEROS.
       77  WK-TOT-AGENCIAS-QUEDA       PIC 9(04) VALUE ZEROS.
       01  WK-TAB-QUEDA.
           05 WK-QD-ENTRY OCCURS 500 TIMES.
               10 WK-QD-AGENCIA        PIC 9(04) VALUE ZEROS.
               10 WK-QD-NOME           PIC X(30) VALUE SPACES.
               10 WK-QD-REGIAO         PIC 9(02) VALUE ZEROS.
               10 WK-QD-MESES          PIC 9(02) VALUE ZEROS.
               10 WK-QD-PIOR-MES       PIC 9(02) VALUE ZEROS.
               10 WK-QD-PIOR-VAR       PIC S9(05)V99 VALUE ZEROS.

      *    MASCARAS DE EDICAO (OS CAMPOS DAS LINHAS SAO X PARA ACEITAR
      *    N/D OU BRANCO QUANDO NAO HA VALOR)
       01  WK-FMT-QTD                  PIC ZZZ.ZZ9.
       01  WK-FMT-PCT                  PIC -----9,99.
       01  WK-FMT-SALDO                PIC --.---.---.---.--9,99.
       01  WK-FMT-MEDIA                PIC --.---.--9,99.
       01  WK-FMT-VAR                  PIC +ZZ.ZZ9,99.
       01  WK-CSV-FMT-PCT              PIC +9(05),99.
       01  WK-CSV-FMT-SALDO            PIC +9(13),99.
       01  WK-CSV-FMT-MEDIA            PIC +9(07),99.
       01  WK-MES-ED                   PIC 9(02) VALUE ZEROS.

      *    LINHAS DO RELATORIO
       01  WK-EST1.
           05 FILLER                   PIC X(36) VALUE
           'MONTEDATA PROCESSADORA DE DADOS LTDA'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'PAG. '.
           05 EST1-PAG                 PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PGMP0813'.

       01  WK-EST2.
           05 FILLER                   PIC X(34) VALUE
           'DEPARTAMENTO DE ANALISE DE SUPORTE'.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 EST2-DATA                PIC X(10) VALUE SPACES.

       01  WK-EST3.
           05 FILLER                   PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(42) VALUE
           'ESTRATIFICACAO E TENDENCIA DO SALDO MEDIO '.
           05 FILLER                   PIC X(12) VALUE
           '- ALERTA DE '.
           05 FILLER                   PIC X(06) VALUE 'QUEDA '.
           05 EST3-QUEDA               PIC Z9.
           05 FILLER                   PIC X(01) VALUE '%'.

      *    IDENTIFICACAO DO BLOCO: AGENCIA, REGIAO OU BANCO
       01  WK-EST4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'AGENCIA '.
           05 EST4-AGENCIA             PIC 9(04) VALUE ZEROS.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 EST4-NOME                PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE '  REGIAO '.
           05 EST4-REGIAO              PIC 9(02) VALUE ZEROS.

       01  WK-EST5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'REGIAO '.
           05 EST5-REGIAO              PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'AGENCIAS '.
           05 EST5-AGENCIAS            PIC ZZZ9.

       01  WK-EST6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(26) VALUE
           'BANCO - TODAS AS AGENCIAS'.
           05 FILLER                   PIC X(09) VALUE 'AGENCIAS '.
           05 EST6-AGENCIAS            PIC ZZZ9.

      *    ESTRATIFICACAO POR FAIXA
       01  WK-EST7.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE
           'FAIXA DE SALDO MEDIO'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'CONTAS'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE '% CONTAS'.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'SALDO TOTAL'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE '% SALDO'.

       01  WK-EST8.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST8-FAIXA               PIC X(24) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EST8-CONTAS              PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EST8-PCT-CONTAS          PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST8-SALDO               PIC X(21) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST8-PCT-SALDO           PIC X(09) VALUE SPACES.

      *    TENDENCIA DOS 12 MESES
       01  WK-EST10.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(37) VALUE
           'TENDENCIA MENSAL - MEDIA ANO ANTERIOR'.
           05 FILLER                   PIC X(02) VALUE ' ('.
           05 EST10-ANO-ANT            PIC 9(04) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ')'.

       01  WK-EST11.
           05 FILLER                   PIC X(04) VALUE ' MES'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'CONTAS'.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'SALDO TOTAL'.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'MEDIA/CONTA'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'MEDIA ANO ANT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'VAR MES %'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'QUEDA'.

       01  WK-EST12.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST12-MES                PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EST12-CONTAS             PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST12-SALDO              PIC X(21) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST12-MEDIA              PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST12-MEDIA-ANT          PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST12-VAR                PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST12-QUEDA              PIC X(05) VALUE SPACES.

      *    LISTA DAS AGENCIAS EM QUEDA
       01  WK-EST13.
           05 FILLER                   PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(38) VALUE
           'AGENCIAS COM QUEDA MES A MES ACIMA DE '.
           05 EST13-QUEDA              PIC Z9.
           05 FILLER                   PIC X(01) VALUE '%'.

       01  WK-EST14.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'NOME'.
           05 FILLER                   PIC X(26) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'REGIAO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'MESES'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PIOR MES'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'VAR MES %'.

       01  WK-EST15.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 EST15-AGENCIA            PIC 9(04) VALUE ZEROS.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EST15-NOME               PIC X(30) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 EST15-REGIAO             PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 EST15-MESES              PIC Z9.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 EST15-PIOR-MES           PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST15-VAR                PIC +ZZ.ZZ9,99.

       01  WK-EST16.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(27) VALUE
           'TOTAL DE AGENCIAS EM QUEDA '.
           05 EST16-QTD                PIC ZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EST16-AVISO              PIC X(40) VALUE SPACES.

       01  WK-EST17.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE
           'CONTAS LIDAS '.
           05 EST17-LIDAS              PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(16) VALUE
           '  ESTRATIFICADAS'.
           05 EST17-ESTRAT             PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(12) VALUE
           '  ENCERRADAS'.
           05 EST17-ENCERRADAS         PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(07) VALUE '  FORA '.
           05 EST17-FORA               PIC ZZZ.ZZ9.

       01  WK-EST18.
           05 FILLER                   PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
           'ESTRATIFICACAO POR REGIAO'.

      *    LINHAS DO ARQUIVO CSV (COMPANHEIRO DO RELESTR PARA ANALISE
      *    EM PLANILHA). COMO NO RELATO.CSV O DELIMITADOR E ";" PORQUE
      *    A VIRGULA E O SEPARADOR DECIMAL. TIPO FAIXA TRAZ AS
      *    COLUNAS DE PARTICIPACAO, TIPO TENDENCIA AS DE MEDIA E
      *    VARIACAO; AS DEMAIS VAO EM BRANCO
       01  WK-CSV-CABECALHO            PIC X(128) VALUE
           "TIPO;NIVEL;CODIGO;FAIXA/MES;CONTAS;PCT CONTAS;SALDO TOTAL;PC
      -    "T SALDO;MEDIA;MEDIA ANO ANT;VAR MES PCT;QUEDA".

       01  WK-CSV-DETALHE.
           05 CSV-TIPO                 PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-NIVEL                PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-CODIGO               PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-FAIXA-MES            PIC X(24) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-CONTAS               PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-PCT-CONTAS           PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-SALDO                PIC X(17) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-PCT-SALDO            PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-MEDIA                PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-MEDIA-ANT            PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-VAR                  PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE ";".
           05 CSV-QUEDA                PIC X(01) VALUE SPACES.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMP0813".
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

      *    TABELA DE FAIXAS INVALIDA: NADA E IMPRESSO (O RELESTR DA
      *    EXECUCAO ANTERIOR FICA COMO ESTA) E A ESTEIRA VE RETORNO 8
           IF WK-TOT-ERROS-FX > ZEROS
               DISPLAY "FAIXASM.DAT COM " WK-TOT-ERROS-FX
                       " ERRO(S) - RELATORIO NAO EMITIDO"
               MOVE 8 TO RETURN-CODE
               PERFORM 8000-GRAVAR-RUNLOG THRU END-8000
               STOP RUN
           END-IF

           PERFORM 2000-PROCESSAMENTO THRU END-2000
                        UNTIL WK-FIM = "S"
           PERFORM 2200-FECHAR-AGENCIA THRU END-2200
           PERFORM 3000-FINALIZAR THRU END-3000

      *    RETORNO 4 QUANDO ALGUMA CONTA FICOU FORA DA ANALISE POR
      *    PERIODO CORROMPIDO - O RELATORIO SAIU, MAS INCOMPLETO
           IF WK-TOT-CORROMPIDAS > ZEROS AND RETURN-CODE = ZEROS
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CURRENT-DATE
           MOVE WK-CD-AAAA TO WK-DATA1-AAAA
           MOVE WK-CD-MM   TO WK-DATA1-MM
           MOVE WK-CD-DD   TO WK-DATA1-DD

      *    PERCENTUAL DE QUEDA MES A MES QUE MARCA A AGENCIA (PARM DE
      *    JCL/AMBIENTE): 1 A 99, PADRAO 10. UM DIGITO SO GANHA O ZERO
      *    NA FRENTE (O ACCEPT COMPLETA COM BRANCO) E PARM POSTO MAS
      *    ILEGIVEL SAI COM AVISO, COMO NO PGMP0808
           ACCEPT WK-PARM-QUEDA FROM ENVIRONMENT "PGMP0813_QUEDA"

           IF WK-PARM-QUEDA (1:1) NUMERIC AND
              WK-PARM-QUEDA (2:1) = SPACE
               MOVE WK-PARM-QUEDA (1:1) TO WK-PARM-QUEDA (2:1)
               MOVE "0" TO WK-PARM-QUEDA (1:1)
           END-IF

           IF WK-PARM-QUEDA NUMERIC
               MOVE WK-PARM-QUEDA TO WK-PCT-QUEDA
           ELSE
               IF WK-PARM-QUEDA NOT = SPACES
                   DISPLAY "PGMP0813_QUEDA INVALIDO (" WK-PARM-QUEDA
                           ") - USANDO PADRAO 10"
               END-IF
           END-IF
           IF WK-PCT-QUEDA < 1
               MOVE 10 TO WK-PCT-QUEDA
           END-IF

      *    ANO DO HISTORICO PARA A COMPARACAO, COMO NO PGMP0804: ANO
      *    AUSENTE OU IMPLAUSIVEL CAI NO PADRAO (ANO ANTERIOR)
           ACCEPT WK-ANO-PARM FROM ENVIRONMENT "PGMP0813_ANO"

           IF WK-ANO-PARM NUMERIC
               MOVE WK-ANO-PARM TO WK-ANO-ANT
           END-IF

           IF WK-ANO-ANT < 1990 OR WK-ANO-ANT > WK-CD-AAAA
               COMPUTE WK-ANO-ANT = WK-CD-AAAA - 1
               END-COMPUTE
           END-IF

           PERFORM 1100-CARREGAR-FAIXAS THRU END-1100

           IF WK-TOT-ERROS-FX > ZEROS
               CLOSE ERESUMO
               GO TO END-1000
           END-IF

           PERFORM 1300-MONTAR-ROTULOS THRU END-1300

      *    CONFERIR OS CONTROLES DO MESTRE ANTES DE ABRIR (E TRUNCAR)
      *    O RELESTR DA EXECUCAO ANTERIOR
           PERFORM 1050-CONFERIR-CONTROLE THRU END-1050

           OPEN OUTPUT RELESTR

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO RELESTR" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           OPEN OUTPUT RELESTR-CSV

           IF WK-FS-CSV NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO RELESTR.CSV" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           WRITE REG-REL-CSV FROM WK-CSV-CABECALHO
           PERFORM 2160-CONFERIR-CSV THRU END-2160

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

           MOVE "S" TO WK-TEM-HIST
           OPEN INPUT ERHIST

           IF WK-FS-HI EQUAL 35
               MOVE "N" TO WK-TEM-HIST
               DISPLAY "AVISO: ERHIST AINDA NAO EXISTE - MEDIA DO ANO "
                       "ANTERIOR SAI N/D"
           ELSE
               IF WK-FS-HI NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO ERHIST" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-IF

           INITIALIZE WK-TAB-BC

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

      *    CARGA E CONFERENCIA DA TABELA DE FAIXAS. SEM O ARQUIVO
      *    VALEM AS FAIXAS PADRAO; ARQUIVO PRESENTE TEM DE TRAZER DE 1
      *    A 9 LIMITES NUMERICOS EM ORDEM ESTRITAMENTE CRESCENTE
       1100-CARREGAR-FAIXAS SECTION.
           OPEN INPUT FAIXASM

           IF WK-FS-FX EQUAL 35
               DISPLAY "AVISO: FAIXASM.DAT NAO EXISTE - USANDO AS "
                       "FAIXAS PADRAO"
               PERFORM 1200-FAIXAS-PADRAO THRU END-1200
               GO TO END-1100
           END-IF

           IF WK-FS-FX NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO FAIXASM" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           PERFORM 1110-LER-FAIXA THRU END-1110
                        UNTIL WK-FIM-FX = "S"

           CLOSE FAIXASM

           IF WK-FX-LIMITES = ZEROS AND WK-TOT-ERROS-FX = ZEROS
               DISPLAY "FAIXASM.DAT SEM NENHUM LIMITE"
               ADD 1 TO WK-TOT-ERROS-FX
           END-IF

           COMPUTE WK-FX-FAIXAS = WK-FX-LIMITES + 1
           END-COMPUTE
           .
       END-1100. EXIT.

       1110-LER-FAIXA SECTION.
           READ FAIXASM INTO WK-REG-FAIXASM
               AT END
                   MOVE "S" TO WK-FIM-FX
               NOT AT END
                   ADD 1 TO WK-TOT-LINHAS-FX
                   IF WK-REG-FAIXASM (1:1) NOT = "*" AND
                      WK-REG-FAIXASM NOT = SPACES
                       PERFORM 1150-VALIDAR-FAIXA THRU END-1150
                   END-IF
           END-READ

           IF WK-FS-FX NOT EQUAL ZEROS AND
               WK-FS-FX NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO FAIXASM" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-1110. EXIT.

       1150-VALIDAR-FAIXA SECTION.
           MOVE SPACES TO WK-MSG

           EVALUATE TRUE
               WHEN WK-FXL-LIMITE NOT NUMERIC
                   MOVE "LIMITE NAO NUMERICO (+999999999)" TO WK-MSG
               WHEN WK-FX-LIMITES >= 9
                   MOVE "TABELA DE FAIXAS CHEIA (9 LIMITES)" TO WK-MSG
               WHEN WK-FX-LIMITES > ZEROS AND
                    WK-FXL-LIMITE NOT > WK-FX-LIMITE (WK-FX-LIMITES)
                   MOVE "LIMITE FORA DE ORDEM CRESCENTE" TO WK-MSG
           END-EVALUATE

           IF WK-MSG NOT = SPACES
               ADD 1 TO WK-TOT-ERROS-FX
               DISPLAY "FAIXASM.DAT LINHA " WK-TOT-LINHAS-FX ": "
                       WK-MSG
               DISPLAY "  " WK-REG-FAIXASM (1:40)
               MOVE SPACES TO WK-MSG
               GO TO END-1150
           END-IF

           ADD 1 TO WK-FX-LIMITES
           MOVE WK-FXL-LIMITE    TO WK-FX-LIMITE (WK-FX-LIMITES)
           MOVE WK-FXL-DESCRICAO TO WK-FX-DESCRICAO (WK-FX-LIMITES)
           .
       END-1150. EXIT.

       1200-FAIXAS-PADRAO SECTION.
           MOVE 6 TO WK-FX-LIMITES
           MOVE 7 TO WK-FX-FAIXAS
           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 6
               MOVE WK-FXP-LIMITE (WK-K) TO WK-FX-LIMITE (WK-K)
           END-PERFORM
           MOVE "DEVEDORA OU ZERADA" TO WK-FX-DESCRICAO (1)
           .
       END-1200. EXIT.

      *    ROTULO DE CADA FAIXA: A DESCRICAO DA TABELA OU "ATE
      *    <LIMITE>"; A ULTIMA FAIXA E "ACIMA DE <MAIOR LIMITE>"
       1300-MONTAR-ROTULOS SECTION.
           PERFORM VARYING WK-K FROM 1 BY 1
                   UNTIL WK-K > WK-FX-LIMITES
               IF WK-FX-DESCRICAO (WK-K) NOT = SPACES
                   MOVE WK-FX-DESCRICAO (WK-K) TO WK-FX-ROTULO (WK-K)
               ELSE
                   MOVE WK-FX-LIMITE (WK-K) TO WK-FMT-MEDIA
                   MOVE SPACES TO WK-FX-ROTULO (WK-K)
                   STRING "ATE " WK-FMT-MEDIA
                       DELIMITED BY SIZE INTO WK-FX-ROTULO (WK-K)
                   END-STRING
               END-IF
           END-PERFORM

           MOVE WK-FX-LIMITE (WK-FX-LIMITES) TO WK-FMT-MEDIA
           MOVE SPACES TO WK-FX-ROTULO (WK-FX-FAIXAS)
           STRING "ACIMA DE " WK-FMT-MEDIA
               DELIMITED BY SIZE INTO WK-FX-ROTULO (WK-FX-FAIXAS)
           END-STRING
           .
       END-1300. EXIT.

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
                       PERFORM 2010-QUEBRAR-AGENCIA THRU END-2010
                       PERFORM 2020-ANALISAR-CONTA THRU END-2020
                   END-IF
           END-READ

           IF WK-FS-ER NOT EQUAL ZEROS AND
               WK-FS-ER NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERESUMO" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2000. EXIT.

      *    QUEBRA DE AGENCIA: O BLOCO DA ANTERIOR E IMPRESSO ANTES DE
      *    ACUMULAR A PRIMEIRA CONTA DA NOVA (O MESTRE E LIDO EM ORDEM
      *    DE CHAVE)
       2010-QUEBRAR-AGENCIA SECTION.
           IF WK-TEM-AGENCIA = "S" AND ER-AGENCIA = WK-AG-ATUAL
               GO TO END-2010
           END-IF

           PERFORM 2200-FECHAR-AGENCIA THRU END-2200
           MOVE ER-AGENCIA TO WK-AG-ATUAL
           MOVE "S" TO WK-TEM-AGENCIA
           INITIALIZE WK-TAB-AG
           ADD 1 TO WK-TOT-AGENCIAS
           PERFORM 2060-BUSCAR-AGENCIA THRU END-2060
           COMPUTE WK-RG-IDX = WK-AGN-REGIAO + 1
           ADD 1 TO WK-RG-AGENCIAS (WK-RG-IDX)
           .
       END-2010. EXIT.

      *    UMA CONTA: PERIODO CORROMPIDO TIRA A CONTA DE TUDO. A
      *    TENDENCIA SOMA OS PERIODOS DE TODAS AS CONTAS (A ENCERRADA
      *    TEVE SALDO NOS MESES EM QUE ESTAVA ABERTA, E O HISTORICO DO
      *    ANO ANTERIOR TAMBEM AS TRAZ); A ESTRATIFICACAO E DA BASE
      *    VIVA E DEIXA A ENCERRADA DE FORA. O MES SO CONTA NA
      *    TENDENCIA COM DIAS CAPTURADOS: A VIRADA DEIXA OS 12 PERIODOS
      *    EM +000000000 COM DIAS 000, E ESSES MESES AINDA NAO VIERAM
       2020-ANALISAR-CONTA SECTION.
           PERFORM 2030-CALCULAR-SALDO THRU END-2030

           IF WK-ERRO-PERIODO = "S"
               ADD 1 TO WK-TOT-CORROMPIDAS
               DISPLAY "CONTA COM PERIODO NAO NUMERICO - FORA DA "
                       "ANALISE: " WK-ER-AGENCIA "/" WK-ER-NUMCTA
               GO TO END-2020
           END-IF

           PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 12
               IF WK-ER-VALORS (WK-M) NUMERIC AND
                  WK-ER-DIAS (WK-M) NUMERIC AND
                  WK-ER-DIAS (WK-M) > ZEROS
                   ADD 1 TO WK-AG-M-CONTAS (WK-M)
                   ADD WK-ER-VALORS (WK-M) TO WK-AG-M-SALDO (WK-M)
                   ADD 1 TO WK-BC-M-CONTAS (WK-M)
                   ADD WK-ER-VALORS (WK-M) TO WK-BC-M-SALDO (WK-M)
               END-IF
           END-PERFORM

           IF WK-ER-SITUACAO = "E"
               ADD 1 TO WK-TOT-ENCERRADAS
               GO TO END-2020
           END-IF

           PERFORM 2040-ESTRATIFICAR THRU END-2040
           .
       END-2020. EXIT.

      *    MESMO CALCULO DO SALDO MEDIO DO RELATORIO (PGMP0801 2030):
      *    BRANCOS ENTRAM COMO ZERO; LIXO NAO NUMERICO MARCA
      *    WK-ERRO-PERIODO. O PERIODO EM BRANCO NAO E ALTERADO AQUI
       2030-CALCULAR-SALDO SECTION.
           MOVE 0      TO WK-SALDO-MEDIO
           MOVE 0      TO WK-TOT-VALOR-DIA
           MOVE 0      TO WK-TOT-DIAS
           MOVE SPACES TO WK-ERRO-PERIODO

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               IF (WK-ER-VALORS (WK-I) NOT NUMERIC AND
                   WK-ER-VALORS-A (WK-I) NOT = SPACES) OR
                  (WK-ER-DIAS (WK-I) NOT NUMERIC AND
                   WK-ER-DIAS-A (WK-I) NOT = SPACES)
                   MOVE "S" TO WK-ERRO-PERIODO
               END-IF
               IF WK-ERRO-PERIODO NOT = "S" AND
                  WK-ER-VALORS (WK-I) NUMERIC AND
                  WK-ER-DIAS (WK-I) NUMERIC
                   COMPUTE WK-TOT-VALOR-DIA = WK-TOT-VALOR-DIA +
                           (WK-ER-VALORS (WK-I) * WK-ER-DIAS (WK-I))
                   END-COMPUTE
               END-IF
               IF WK-ERRO-PERIODO NOT = "S" AND
                  WK-ER-DIAS (WK-I) NUMERIC
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

      *    FAIXA DA CONTA: A PRIMEIRA CUJO LIMITE SUPERIOR ALCANCA O
      *    SALDO MEDIO; ACIMA DO MAIOR LIMITE, A ULTIMA
       2040-ESTRATIFICAR SECTION.
           MOVE WK-FX-FAIXAS TO WK-FX-ACHADA
           PERFORM VARYING WK-K FROM WK-FX-LIMITES BY -1
                   UNTIL WK-K < 1
               IF WK-SALDO-MEDIO NOT > WK-FX-LIMITE (WK-K)
                   MOVE WK-K TO WK-FX-ACHADA
               END-IF
           END-PERFORM

           ADD 1 TO WK-AG-F-CONTAS (WK-FX-ACHADA)
           ADD WK-SALDO-MEDIO TO WK-AG-F-SALDO (WK-FX-ACHADA)
           ADD 1 TO WK-BC-F-CONTAS (WK-FX-ACHADA)
           ADD WK-SALDO-MEDIO TO WK-BC-F-SALDO (WK-FX-ACHADA)
           ADD 1 TO WK-RG-CONTAS (WK-RG-IDX)
           ADD 1 TO WK-RG-F-CONTAS (WK-RG-IDX, WK-FX-ACHADA)
           ADD WK-SALDO-MEDIO TO WK-RG-F-SALDO (WK-RG-IDX, WK-FX-ACHADA)
           ADD 1 TO WK-TOT-ESTRATIFICADAS
           .
       END-2040. EXIT.

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

           MOVE WK-AG-ATUAL   TO EST4-AGENCIA
           MOVE WK-AGN-NOME   TO EST4-NOME
           MOVE WK-AGN-REGIAO TO EST4-REGIAO
           .
       END-2060. EXIT.

       2100-IMPRIMIR-CABECALHO SECTION.
           ADD 1 TO WK-AC-PAGINAS
           MOVE WK-AC-PAGINAS TO EST1-PAG
           MOVE WK-DATA TO EST2-DATA
           MOVE WK-PCT-QUEDA TO EST3-QUEDA

           IF WK-AC-PAGINAS = 1
               WRITE REG-RELESTR FROM WK-EST1 BEFORE 1
           ELSE
               WRITE REG-RELESTR FROM WK-EST1 AFTER PAGE
           END-IF
           WRITE REG-RELESTR FROM WK-EST2 AFTER 1
           WRITE REG-RELESTR FROM WK-EST3 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150

           MOVE 4 TO WK-AC-LINHAS
           .
       END-2100. EXIT.

      *    COM FILE STATUS DECLARADO, ERRO DE WRITE NAO DERRUBA O
      *    PROGRAMA SOZINHO - SEM ESTA CONFERENCIA UM DISCO CHEIO
      *    SAIRIA COMO RELATORIO TRUNCADO COM CARA DE SUCESSO
       2150-CONFERIR-ESCRITA SECTION.
           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO RELESTR" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2150. EXIT.

       2160-CONFERIR-CSV SECTION.
           IF WK-FS-CSV NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO RELESTR.CSV" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2160. EXIT.

      *    BLOCO DA AGENCIA, EM PAGINA PROPRIA: IDENTIFICACAO,
      *    ESTRATIFICACAO E TENDENCIA COM O ANO ANTERIOR
       2200-FECHAR-AGENCIA SECTION.
           IF WK-TEM-AGENCIA NOT = "S"
               GO TO END-2200
           END-IF

           PERFORM 2250-LER-HISTORICO-AGENCIA THRU END-2250

           MOVE WK-TAB-AG TO WK-TAB-IMP
           MOVE "AGENCIA" TO WK-NIVEL
           MOVE WK-AG-ATUAL TO WK-CODIGO

           PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           WRITE REG-RELESTR FROM WK-EST4 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 1 TO WK-AC-LINHAS

           PERFORM 2500-IMPRIMIR-FAIXAS THRU END-2500
           PERFORM 2600-IMPRIMIR-TENDENCIA THRU END-2600

           IF WK-AG-MESES-QUEDA > ZEROS
               PERFORM 2290-GUARDAR-QUEDA THRU END-2290
           END-IF
           .
       END-2200. EXIT.

      *    MESMO MES DO ANO ANTERIOR: CONTAS DA AGENCIA NO HISTORICO
      *    DAQUELE ANO (A CHAVE ANO+AGENCIA+CONTA DEIXA AS CONTAS DA
      *    AGENCIA CONTIGUAS). CONTA TRANSFERIDA DE AGENCIA CONTA ONDE
      *    ESTAVA NO ANO ANTERIOR
       2250-LER-HISTORICO-AGENCIA SECTION.
           IF WK-TEM-HIST NOT = "S"
               GO TO END-2250
           END-IF

           MOVE WK-ANO-ANT  TO HI-ANO
           MOVE WK-AG-ATUAL TO HI-AGENCIA
           MOVE ZEROS       TO HI-NUMCTA
           MOVE SPACES      TO WK-FIM-HIS
           START ERHIST KEY NOT < HI-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-HIS
           END-START

           PERFORM 2260-SOMAR-HISTORICO THRU END-2260
                        UNTIL WK-FIM-HIS = "S"
           .
       END-2250. EXIT.

       2260-SOMAR-HISTORICO SECTION.
           READ ERHIST NEXT RECORD INTO WK-REG-ERHIST
               AT END
                   MOVE "S" TO WK-FIM-HIS
               NOT AT END
                   IF WK-HI-ANO NOT = WK-ANO-ANT OR
                      WK-HI-AGENCIA NOT = WK-AG-ATUAL
                       MOVE "S" TO WK-FIM-HIS
                   ELSE
                       PERFORM VARYING WK-M FROM 1 BY 1
                               UNTIL WK-M > 12
                           EVALUATE TRUE
                               WHEN WK-HI-VALORS (WK-M) NUMERIC AND
                                    WK-HI-DIAS (WK-M) NUMERIC AND
                                    WK-HI-DIAS (WK-M) > ZEROS
                                   ADD 1
                                    TO WK-AG-M-CONTAS-ANT (WK-M)
                                   ADD WK-HI-VALORS (WK-M)
                                    TO WK-AG-M-SALDO-ANT (WK-M)
                               WHEN WK-HI-VALORS-A (WK-M) = SPACES
                                   CONTINUE
                               WHEN WK-HI-VALORS (WK-M) NUMERIC
                                   CONTINUE
                               WHEN OTHER
                                   ADD 1 TO WK-TOT-HIST-IGNORADOS
                           END-EVALUATE
                       END-PERFORM
                   END-IF
           END-READ

           IF WK-FS-HI NOT EQUAL ZEROS AND
               WK-FS-HI NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERHIST" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2260. EXIT.

      *    AGENCIA EM QUEDA PARA A LISTA DO FIM. A TABELA TEM 500
      *    POSICOES; ALEM DISSO A AGENCIA SO E CONTADA E A LISTA SAI
      *    COM AVISO (O BLOCO DA AGENCIA JA SAIU MARCADO)
       2290-GUARDAR-QUEDA SECTION.
           ADD 1 TO WK-TOT-AGENCIAS-QUEDA

           IF WK-QD-CNT >= 500
               GO TO END-2290
           END-IF

           ADD 1 TO WK-QD-CNT
           MOVE WK-AG-ATUAL       TO WK-QD-AGENCIA (WK-QD-CNT)
           MOVE WK-AGN-NOME       TO WK-QD-NOME (WK-QD-CNT)
           MOVE WK-AGN-REGIAO     TO WK-QD-REGIAO (WK-QD-CNT)
           MOVE WK-AG-MESES-QUEDA TO WK-QD-MESES (WK-QD-CNT)
           MOVE WK-AG-PIOR-MES    TO WK-QD-PIOR-MES (WK-QD-CNT)
           MOVE WK-AG-PIOR-VAR    TO WK-QD-PIOR-VAR (WK-QD-CNT)
           .
       END-2290. EXIT.

      *    ESTRATIFICACAO DA AREA DE IMPRESSAO (AGENCIA, REGIAO OU
      *    BANCO): UMA LINHA POR FAIXA E A LINHA DE TOTAL, NO
      *    RELATORIO E NO CSV. PARTICIPACAO NO SALDO SOBRE O SALDO
      *    TOTAL DO BLOCO (COM FAIXA DEVEDORA ELA PODE SER NEGATIVA
      *    OU PASSAR DE 100); TOTAL ZERO NAO TEM BASE E SAI N/D
       2500-IMPRIMIR-FAIXAS SECTION.
           MOVE ZEROS TO WK-SOMA-CONTAS
           MOVE ZEROS TO WK-SOMA-SALDO
           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > WK-FX-FAIXAS
               ADD WK-IMP-F-CONTAS (WK-K) TO WK-SOMA-CONTAS
               ADD WK-IMP-F-SALDO (WK-K)  TO WK-SOMA-SALDO
           END-PERFORM

           WRITE REG-RELESTR FROM WK-EST7 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 2 TO WK-AC-LINHAS

           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > WK-FX-FAIXAS
               PERFORM 2510-IMPRIMIR-FAIXA THRU END-2510
           END-PERFORM

           MOVE "TOTAL"        TO EST8-FAIXA
           MOVE WK-SOMA-CONTAS TO WK-FMT-QTD
           MOVE WK-FMT-QTD     TO EST8-CONTAS
           MOVE WK-SOMA-SALDO  TO WK-FMT-SALDO
           MOVE WK-FMT-SALDO   TO EST8-SALDO
           MOVE SPACES         TO EST8-PCT-CONTAS
           MOVE SPACES         TO EST8-PCT-SALDO
           WRITE REG-RELESTR FROM WK-EST8 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 2 TO WK-AC-LINHAS

           MOVE "FAIXA"          TO CSV-TIPO
           MOVE WK-NIVEL         TO CSV-NIVEL
           MOVE WK-CODIGO        TO CSV-CODIGO
           MOVE "TOTAL"          TO CSV-FAIXA-MES
           MOVE WK-SOMA-CONTAS   TO CSV-CONTAS
           MOVE SPACES           TO CSV-PCT-CONTAS
           MOVE WK-SOMA-SALDO    TO WK-CSV-FMT-SALDO
           MOVE WK-CSV-FMT-SALDO TO CSV-SALDO
           MOVE SPACES           TO CSV-PCT-SALDO
           MOVE SPACES           TO CSV-MEDIA
           MOVE SPACES           TO CSV-MEDIA-ANT
           MOVE SPACES           TO CSV-VAR
           MOVE SPACES           TO CSV-QUEDA
           WRITE REG-REL-CSV FROM WK-CSV-DETALHE
           PERFORM 2160-CONFERIR-CSV THRU END-2160
           .
       END-2500. EXIT.

       2510-IMPRIMIR-FAIXA SECTION.
           MOVE WK-FX-ROTULO (WK-K)    TO EST8-FAIXA
           MOVE WK-IMP-F-CONTAS (WK-K) TO WK-FMT-QTD
           MOVE WK-FMT-QTD             TO EST8-CONTAS
           MOVE WK-IMP-F-SALDO (WK-K)  TO WK-FMT-SALDO
           MOVE WK-FMT-SALDO           TO EST8-SALDO

           MOVE "FAIXA"                TO CSV-TIPO
           MOVE WK-NIVEL               TO CSV-NIVEL
           MOVE WK-CODIGO              TO CSV-CODIGO
           MOVE WK-FX-ROTULO (WK-K)    TO CSV-FAIXA-MES
           MOVE WK-IMP-F-CONTAS (WK-K) TO CSV-CONTAS
           MOVE WK-IMP-F-SALDO (WK-K)  TO WK-CSV-FMT-SALDO
           MOVE WK-CSV-FMT-SALDO       TO CSV-SALDO
           MOVE SPACES                 TO CSV-MEDIA
           MOVE SPACES                 TO CSV-MEDIA-ANT
           MOVE SPACES                 TO CSV-VAR
           MOVE SPACES                 TO CSV-QUEDA

           IF WK-SOMA-CONTAS > ZEROS
               COMPUTE WK-PCT ROUNDED =
                       (WK-IMP-F-CONTAS (WK-K) * 100) / WK-SOMA-CONTAS
               END-COMPUTE
               MOVE WK-PCT         TO WK-FMT-PCT
               MOVE WK-FMT-PCT     TO EST8-PCT-CONTAS
               MOVE WK-PCT         TO WK-CSV-FMT-PCT
               MOVE WK-CSV-FMT-PCT TO CSV-PCT-CONTAS
           ELSE
               MOVE "      N/D"    TO EST8-PCT-CONTAS
               MOVE SPACES         TO CSV-PCT-CONTAS
           END-IF

           IF WK-SOMA-SALDO NOT = ZEROS
               COMPUTE WK-PCT ROUNDED =
                       (WK-IMP-F-SALDO (WK-K) * 100) / WK-SOMA-SALDO
                   ON SIZE ERROR
                       IF (WK-IMP-F-SALDO (WK-K) < ZEROS AND
                           WK-SOMA-SALDO > ZEROS) OR
                          (WK-IMP-F-SALDO (WK-K) > ZEROS AND
                           WK-SOMA-SALDO < ZEROS)
                           COMPUTE WK-PCT = ZERO - 99999,99
                           END-COMPUTE
                       ELSE
                           MOVE 99999,99 TO WK-PCT
                       END-IF
               END-COMPUTE
               MOVE WK-PCT         TO WK-FMT-PCT
               MOVE WK-FMT-PCT     TO EST8-PCT-SALDO
               MOVE WK-PCT         TO WK-CSV-FMT-PCT
               MOVE WK-CSV-FMT-PCT TO CSV-PCT-SALDO
           ELSE
               MOVE "      N/D"    TO EST8-PCT-SALDO
               MOVE SPACES         TO CSV-PCT-SALDO
           END-IF

           WRITE REG-RELESTR FROM WK-EST8 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 1 TO WK-AC-LINHAS

           WRITE REG-REL-CSV FROM WK-CSV-DETALHE
           PERFORM 2160-CONFERIR-CSV THRU END-2160
           .
       END-2510. EXIT.

      *    TENDENCIA DOS 12 MESES DA AREA DE IMPRESSAO. MES SEM NENHUMA
      *    CONTA COM DIAS (AINDA NAO CAPTURADO) SAI EM BRANCO E NAO
      *    ENTRA NA VARIACAO. NO NIVEL AGENCIA A QUEDA ACIMA DO LIMITE
      *    E CONTADA PARA A LISTA DO FIM
       2600-IMPRIMIR-TENDENCIA SECTION.
           MOVE ZEROS TO WK-AG-MESES-QUEDA
           MOVE ZEROS TO WK-AG-PIOR-MES
           MOVE ZEROS TO WK-AG-PIOR-VAR
           MOVE WK-ANO-ANT TO EST10-ANO-ANT

           WRITE REG-RELESTR FROM WK-EST10 AFTER 2
           WRITE REG-RELESTR FROM WK-EST11 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 3 TO WK-AC-LINHAS

           PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 12
               PERFORM 2610-IMPRIMIR-MES THRU END-2610
           END-PERFORM
           .
       END-2600. EXIT.

       2610-IMPRIMIR-MES SECTION.
           MOVE SPACES                 TO WK-EST12
           MOVE WK-NOME-MES (WK-M)     TO EST12-MES
           MOVE WK-IMP-M-CONTAS (WK-M) TO WK-FMT-QTD
           MOVE WK-FMT-QTD             TO EST12-CONTAS
           MOVE SPACES                 TO WK-QUEDA

           MOVE "TENDENCIA"            TO CSV-TIPO
           MOVE WK-NIVEL               TO CSV-NIVEL
           MOVE WK-CODIGO              TO CSV-CODIGO
           MOVE WK-M                   TO WK-MES-ED
           MOVE SPACES                 TO CSV-FAIXA-MES
           STRING WK-MES-ED " " WK-NOME-MES (WK-M)
               DELIMITED BY SIZE INTO CSV-FAIXA-MES
           END-STRING
           MOVE WK-IMP-M-CONTAS (WK-M) TO CSV-CONTAS
           MOVE SPACES                 TO CSV-PCT-CONTAS
           MOVE SPACES                 TO CSV-SALDO
           MOVE SPACES                 TO CSV-PCT-SALDO
           MOVE SPACES                 TO CSV-MEDIA
           MOVE SPACES                 TO CSV-MEDIA-ANT
           MOVE SPACES                 TO CSV-VAR
           MOVE "N"                    TO CSV-QUEDA

           IF WK-IMP-M-CONTAS (WK-M) > ZEROS
               MOVE WK-IMP-M-SALDO (WK-M) TO WK-FMT-SALDO
               MOVE WK-FMT-SALDO          TO EST12-SALDO
               MOVE WK-IMP-M-SALDO (WK-M) TO WK-CSV-FMT-SALDO
               MOVE WK-CSV-FMT-SALDO      TO CSV-SALDO
               COMPUTE WK-MEDIA ROUNDED =
                       WK-IMP-M-SALDO (WK-M) / WK-IMP-M-CONTAS (WK-M)
               END-COMPUTE
               MOVE WK-MEDIA              TO WK-FMT-MEDIA
               MOVE WK-FMT-MEDIA          TO EST12-MEDIA
               MOVE WK-MEDIA              TO WK-CSV-FMT-MEDIA
               MOVE WK-CSV-FMT-MEDIA      TO CSV-MEDIA
           END-IF

           IF WK-IMP-M-CONTAS-ANT (WK-M) > ZEROS
               COMPUTE WK-MEDIA ROUNDED =
                       WK-IMP-M-SALDO-ANT (WK-M) /
                       WK-IMP-M-CONTAS-ANT (WK-M)
               END-COMPUTE
               MOVE WK-MEDIA              TO WK-FMT-MEDIA
               MOVE WK-FMT-MEDIA          TO EST12-MEDIA-ANT
               MOVE WK-MEDIA              TO WK-CSV-FMT-MEDIA
               MOVE WK-CSV-FMT-MEDIA      TO CSV-MEDIA-ANT
           ELSE
               MOVE "          N/D"       TO EST12-MEDIA-ANT
           END-IF

      *    VARIACAO SOBRE O MES ANTERIOR: SO COM OS DOIS MESES
      *    PREENCHIDOS E TOTAL ANTERIOR DIFERENTE DE ZERO
           MOVE "N" TO WK-TEM-VAR
           IF WK-M > 1 AND WK-IMP-M-CONTAS (WK-M) > ZEROS
               IF WK-IMP-M-CONTAS (WK-M - 1) > ZEROS AND
                  WK-IMP-M-SALDO (WK-M - 1) NOT = ZEROS
                   MOVE WK-IMP-M-SALDO (WK-M)     TO WK-VB-ATUAL
                   MOVE WK-IMP-M-SALDO (WK-M - 1) TO WK-VB-ANT
                   PERFORM 2650-CALCULAR-VARIACAO THRU END-2650
               END-IF
           END-IF

           IF WK-TEM-VAR = "S"
               MOVE WK-VARIACAO      TO WK-FMT-VAR
               MOVE WK-FMT-VAR       TO EST12-VAR
               MOVE WK-VARIACAO      TO WK-CSV-FMT-PCT
               MOVE WK-CSV-FMT-PCT   TO CSV-VAR
               IF WK-VARIACAO + WK-PCT-QUEDA < ZEROS
                   MOVE "S" TO WK-QUEDA
               END-IF
           ELSE
               IF WK-M > 1 AND WK-IMP-M-CONTAS (WK-M) > ZEROS
                   MOVE "       N/D" TO EST12-VAR
               END-IF
           END-IF

           IF WK-QUEDA = "S"
               MOVE "  ***" TO EST12-QUEDA
               MOVE "S"     TO CSV-QUEDA
               ADD 1 TO WK-AG-MESES-QUEDA
               IF WK-AG-PIOR-MES = ZEROS OR
                  WK-VARIACAO < WK-AG-PIOR-VAR
                   MOVE WK-M        TO WK-AG-PIOR-MES
                   MOVE WK-VARIACAO TO WK-AG-PIOR-VAR
               END-IF
           END-IF

           WRITE REG-RELESTR FROM WK-EST12 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 1 TO WK-AC-LINHAS

           WRITE REG-REL-CSV FROM WK-CSV-DETALHE
           PERFORM 2160-CONFERIR-CSV THRU END-2160
           .
       END-2610. EXIT.

      *    VARIACAO PERCENTUAL DE WK-VB-ATUAL SOBRE WK-VB-ANT, COMO NO
      *    PGMP0804 2040: A DIVISAO USA O MODULO DA BASE PARA QUE O
      *    SINAL ACOMPANHE A DIRECAO DO TOTAL (CAIU = NEGATIVO) MESMO
      *    COM BASE NEGATIVA; ALEM DA MASCARA SAI SATURADA NO LIMITE
       2650-CALCULAR-VARIACAO SECTION.
           MOVE "S" TO WK-TEM-VAR

           IF WK-VB-ANT < ZEROS
               COMPUTE WK-BASE-VARIACAO = ZERO - WK-VB-ANT
               END-COMPUTE
           ELSE
               MOVE WK-VB-ANT TO WK-BASE-VARIACAO
           END-IF

           COMPUTE WK-VARIACAO ROUNDED =
                   ((WK-VB-ATUAL - WK-VB-ANT) * 100)
                   / WK-BASE-VARIACAO
               ON SIZE ERROR
                   IF WK-VB-ATUAL < WK-VB-ANT
                       COMPUTE WK-VARIACAO = ZERO - 99999,99
                       END-COMPUTE
                   ELSE
                       MOVE 99999,99 TO WK-VARIACAO
                   END-IF
           END-COMPUTE
           .
       END-2650. EXIT.

       3000-FINALIZAR SECTION.
           IF WK-TOT-AGENCIAS > ZEROS
               PERFORM 3100-IMPRIMIR-BANCO THRU END-3100
               PERFORM 3200-IMPRIMIR-REGIOES THRU END-3200
           END-IF

           PERFORM 3300-IMPRIMIR-QUEDAS THRU END-3300

           MOVE WK-TOT-LIDAS          TO EST17-LIDAS
           MOVE WK-TOT-ESTRATIFICADAS TO EST17-ESTRAT
           MOVE WK-TOT-ENCERRADAS     TO EST17-ENCERRADAS
           MOVE WK-TOT-CORROMPIDAS    TO EST17-FORA
           WRITE REG-RELESTR FROM WK-EST17 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150

           CLOSE ERESUMO

           IF WK-AGN-ABERTO = "S"
               CLOSE AGENCIA
           END-IF

           IF WK-TEM-HIST = "S"
               CLOSE ERHIST
           END-IF

      *    O CLOSE DESCARREGA OS BUFFERS DO RELATORIO - FALHA AQUI E
      *    RELATORIO INCOMPLETO NO DISCO E NAO PODE SAIR COM RC 0
           CLOSE RELESTR

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO RELESTR" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           CLOSE RELESTR-CSV

           IF WK-FS-CSV NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO RELESTR.CSV" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           DISPLAY "ESTRATIFICACAO DO SALDO MEDIO ENCERRADA - QUEDA "
                   WK-PCT-QUEDA "% - ANO ANTERIOR " WK-ANO-ANT
           DISPLAY "CONTAS LIDAS:          " WK-TOT-LIDAS
           DISPLAY "CONTAS ESTRATIFICADAS: " WK-TOT-ESTRATIFICADAS
           DISPLAY "CONTAS ENCERRADAS:     " WK-TOT-ENCERRADAS
           DISPLAY "FORA DA ANALISE:       " WK-TOT-CORROMPIDAS
           DISPLAY "AGENCIAS:              " WK-TOT-AGENCIAS
           DISPLAY "AGENCIAS EM QUEDA:     " WK-TOT-AGENCIAS-QUEDA
           IF WK-TOT-HIST-IGNORADOS > ZEROS
               DISPLAY "PERIODOS NAO NUMERICOS NO HISTORICO: "
                       WK-TOT-HIST-IGNORADOS
           END-IF
           .
       END-3000. EXIT.

      *    BLOCO DO BANCO. O ANO ANTERIOR DO BANCO E O ANO INTEIRO DO
      *    HISTORICO, INCLUSIVE AGENCIA QUE NAO TEM MAIS CONTA NO
      *    MESTRE
       3100-IMPRIMIR-BANCO SECTION.
           PERFORM 3150-HISTORICO-BANCO THRU END-3150

           MOVE WK-TAB-BC TO WK-TAB-IMP
           MOVE "BANCO"   TO WK-NIVEL
           MOVE SPACES    TO WK-CODIGO
           MOVE WK-TOT-AGENCIAS TO EST6-AGENCIAS

           PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           WRITE REG-RELESTR FROM WK-EST6 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 1 TO WK-AC-LINHAS

           PERFORM 2500-IMPRIMIR-FAIXAS THRU END-2500
           PERFORM 2600-IMPRIMIR-TENDENCIA THRU END-2600
           .
       END-3100. EXIT.

       3150-HISTORICO-BANCO SECTION.
           IF WK-TEM-HIST NOT = "S"
               GO TO END-3150
           END-IF

           MOVE WK-ANO-ANT TO HI-ANO
           MOVE ZEROS      TO HI-AGENCIA
           MOVE ZEROS      TO HI-NUMCTA
           MOVE SPACES     TO WK-FIM-HIS
           START ERHIST KEY NOT < HI-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-HIS
           END-START

           PERFORM 3160-SOMAR-HISTORICO-BANCO THRU END-3160
                        UNTIL WK-FIM-HIS = "S"
           .
       END-3150. EXIT.

       3160-SOMAR-HISTORICO-BANCO SECTION.
           READ ERHIST NEXT RECORD INTO WK-REG-ERHIST
               AT END
                   MOVE "S" TO WK-FIM-HIS
               NOT AT END
                   IF WK-HI-ANO NOT = WK-ANO-ANT
                       MOVE "S" TO WK-FIM-HIS
                   ELSE
                       PERFORM VARYING WK-M FROM 1 BY 1
                               UNTIL WK-M > 12
                           IF WK-HI-VALORS (WK-M) NUMERIC AND
                              WK-HI-DIAS (WK-M) NUMERIC AND
                              WK-HI-DIAS (WK-M) > ZEROS
                               ADD 1 TO WK-BC-M-CONTAS-ANT (WK-M)
                               ADD WK-HI-VALORS (WK-M)
                                TO WK-BC-M-SALDO-ANT (WK-M)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ

           IF WK-FS-HI NOT EQUAL ZEROS AND
               WK-FS-HI NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ERHIST" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-3160. EXIT.

      *    ESTRATIFICACAO POR REGIAO, SO DAS REGIOES COM AGENCIA NO
      *    MESTRE (O MESTRE VEM EM ORDEM DE AGENCIA, NAO DE REGIAO)
       3200-IMPRIMIR-REGIOES SECTION.
           PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           WRITE REG-RELESTR FROM WK-EST18 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 1 TO WK-AC-LINHAS

           MOVE "REGIAO" TO WK-NIVEL

           PERFORM VARYING WK-RG-IDX FROM 1 BY 1
                   UNTIL WK-RG-IDX > 100
               IF WK-RG-AGENCIAS (WK-RG-IDX) > ZEROS
                   PERFORM 3210-IMPRIMIR-REGIAO THRU END-3210
               END-IF
           END-PERFORM
           .
       END-3200. EXIT.

       3210-IMPRIMIR-REGIAO SECTION.
      *    O BLOCO DA REGIAO NAO E PARTIDO ENTRE PAGINAS
           IF WK-AC-LINHAS + WK-FX-FAIXAS + 7 > 60
               PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
               WRITE REG-RELESTR FROM WK-EST18 AFTER 1
               PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
               ADD 1 TO WK-AC-LINHAS
           END-IF

           INITIALIZE WK-TAB-IMP
           PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > WK-FX-FAIXAS
               MOVE WK-RG-F-CONTAS (WK-RG-IDX, WK-K)
                 TO WK-IMP-F-CONTAS (WK-K)
               MOVE WK-RG-F-SALDO (WK-RG-IDX, WK-K)
                 TO WK-IMP-F-SALDO (WK-K)
           END-PERFORM

           COMPUTE WK-RG-NUMERO = WK-RG-IDX - 1
           MOVE WK-RG-NUMERO TO EST5-REGIAO
           MOVE WK-RG-AGENCIAS (WK-RG-IDX) TO EST5-AGENCIAS
           MOVE SPACES TO WK-CODIGO
           MOVE WK-RG-NUMERO (2:2) TO WK-CODIGO

           WRITE REG-RELESTR FROM WK-EST5 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 2 TO WK-AC-LINHAS

           PERFORM 2500-IMPRIMIR-FAIXAS THRU END-2500
           .
       END-3210. EXIT.

      *    LISTA DAS AGENCIAS COM QUEDA MES A MES ACIMA DO LIMITE, NA
      *    ORDEM DO MESTRE, COM O PIOR MES DE CADA UMA
       3300-IMPRIMIR-QUEDAS SECTION.
           PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           MOVE WK-PCT-QUEDA TO EST13-QUEDA
           WRITE REG-RELESTR FROM WK-EST13 AFTER 1
           WRITE REG-RELESTR FROM WK-EST14 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 3 TO WK-AC-LINHAS

           PERFORM VARYING WK-QD-IDX FROM 1 BY 1
                   UNTIL WK-QD-IDX > WK-QD-CNT
               IF WK-AC-LINHAS > 57
                   PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
                   WRITE REG-RELESTR FROM WK-EST13 AFTER 1
                   WRITE REG-RELESTR FROM WK-EST14 AFTER 2
                   PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
                   ADD 3 TO WK-AC-LINHAS
               END-IF
               MOVE WK-QD-AGENCIA (WK-QD-IDX)  TO EST15-AGENCIA
               MOVE WK-QD-NOME (WK-QD-IDX)     TO EST15-NOME
               MOVE WK-QD-REGIAO (WK-QD-IDX)   TO EST15-REGIAO
               MOVE WK-QD-MESES (WK-QD-IDX)    TO EST15-MESES
               MOVE WK-NOME-MES (WK-QD-PIOR-MES (WK-QD-IDX))
                 TO EST15-PIOR-MES
               MOVE WK-QD-PIOR-VAR (WK-QD-IDX) TO EST15-VAR
               WRITE REG-RELESTR FROM WK-EST15 AFTER 1
               PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
               ADD 1 TO WK-AC-LINHAS
           END-PERFORM

           MOVE WK-TOT-AGENCIAS-QUEDA TO EST16-QTD
           IF WK-TOT-AGENCIAS-QUEDA > WK-QD-CNT
               MOVE "(LISTA LIMITADA AS 500 PRIMEIRAS)"
                 TO EST16-AVISO
           END-IF
           WRITE REG-RELESTR FROM WK-EST16 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           ADD 2 TO WK-AC-LINHAS
           .
       END-3300. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR. GRAVADOS = CONTAS
      *    ESTRATIFICADAS
       8000-GRAVAR-RUNLOG SECTION.
           MOVE WK-TOT-LIDAS          TO WK-RL-LIDOS
           MOVE WK-TOT-ESTRATIFICADAS TO WK-RL-GRAVADOS
           MOVE WK-TOT-CORROMPIDAS    TO WK-RL-REJEITADOS
           MOVE RETURN-CODE           TO WK-RL-RC
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
           DISPLAY "FILE STATUS ERHIST : " WK-FS-HI
           DISPLAY "FILE STATUS FAIXASM: " WK-FS-FX
           DISPLAY "FILE STATUS RELESTR: " WK-FS-REL
           DISPLAY "FILE STATUS CSV    : " WK-FS-CSV
           DISPLAY "FILE STATUS AGENCIA: " WK-FS-AG
           DISPLAY "==================================================="

           MOVE 12 TO RETURN-CODE

           STOP RUN
           .
       9000-FIM. EXIT.

       END PROGRAM PGMP0813.
