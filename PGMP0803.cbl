      *          resumo impresso por faixa SUMTAR.DAT. Conta com saldo
      *          medio menor ou igual a zero recebe a tarifa minima
      *          fixa em vez de ser pulada.
      *          Conta encerrada no mes do processamento recebe uma
      *          ultima tarifa/credito proporcional aos dias do mes
      *          ate o encerramento; encerrada em mes anterior nao
      *          gera mais lancamento nenhum.
      *          Conta vinculada a um cliente (CPF/CNPJ, PGMS0807) e
      *          classificada na faixa do saldo medio consolidado do
      *          cliente - a soma dos saldos medios de todas as contas
      *          dele, apurada numa pre-passada junto com a conferencia
      *          do trailer; a tarifa/credito continua calculada sobre
      *          o saldo medio da propria conta. Conta sem vinculo e
      *          classificada pelo proprio saldo, como sempre.
      *          Saldo da faixa acima do limite superior da ultima
      *          faixa (o TARMST so guarda limites ate 999.999,99 e o
      *          consolidado do cliente passa disso) cai na ultima
      *          faixa, tanto no conjunto em vigor quanto na tabela
      *          proposta da simulacao.
      *          Modo simulacao (PGMP0803_SIMULA=S): cada conta e
      *          calculada contra o conjunto em vigor E contra a
      *          tabela proposta do texto TARPROP.DAT numa unica
      *          propostos, delta e as contas que mudam de faixa -
      *          sai em SIMTAR.DAT, com banner de simulacao para
      *          ninguem confundir com uma execucao de verdade.
      *          Isencoes de tarifa (ISENCAO.DAT, mantido pelo
      *          PGMS0809): a isencao da conta em vigor na data do
      *          processamento - total, desconto percentual ou valor
      *          teto - e aplicada a tarifa (minima ou de faixa de
      *          natureza T; credito nao e isentado), tanto na
      *          execucao de verdade quanto nos dois lados da
      *          simulacao. Tarifa zerada pela isencao nao gera linha
      *          no LANCTO. A receita dispensada sai em RELISEN.DAT,
      *          por agencia e motivo, com a tarifa que seria cobrada
      *          ao lado do valor efetivamente cobrado.
      *          Imposto de renda retido na fonte sobre os juros: a
      *          aliquota vem da tabela ALIQIR.DAT (mantida pelo
      *          PGMS0810), pela maior vigencia que nao passe da data
      *          do processamento. Cada credito de faixa gera tres
      *          linhas no LANCTO - o credito bruto (C), o imposto
      *          retido (D de origem R) e o liquido (L de origem R,
      *          linha de memoria que o PGMP0805 usa so para conferir
      *          bruto - imposto = liquido). Bruto, imposto e liquido
      *          de cada credito sao acumulados por conta e ano em
      *          RENDIR.DAT, base do informe de rendimentos do
      *          PGMP0811, com o cliente titular da conta. A simulacao
      *          nao calcula retencao.
      * Tectonics: cobc
      * Obeservation: ER significa ERESUMO, FX significa FAIXA,
      *               TM significa TARIFA MESTRE, IS significa
      *               ISENCAO, AL significa ALIQUOTA, RT significa
      *               RETENCAO, RD significa RENDIMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMP0803.
           SELECT SIMTAR ASSIGN TO "SIMTAR.DAT"
                  FILE STATUS IS WK-FS-SIM.

      *    CADASTRO DE ISENCOES DE TARIFA (PGMS0809), POR AGENCIA +
      *    CONTA + INICIO DA VALIDADE. E OPCIONAL: SEM ELE NENHUMA
      *    CONTA E ISENTA. O RELATORIO DA RECEITA DISPENSADA SO SAI
      *    NA EXECUCAO DE VERDADE, COMO O SUMTAR
           SELECT ISENCAO ASSIGN TO "ISENCAO.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IS-CHAVE
                  FILE STATUS IS WK-FS-ISE.

           SELECT RELISEN ASSIGN TO "RELISEN.DAT"
                  FILE STATUS IS WK-FS-RIS.

      *    TABELA DE ALIQUOTAS DO IMPOSTO RETIDO NA FONTE (PGMS0810)
      *    E O ACUMULADO DE RENDIMENTOS POR CONTA E ANO, BASE DO
      *    INFORME DE RENDIMENTOS (PGMP0811). SO A EXECUCAO DE
      *    VERDADE ABRE OS DOIS
           SELECT ALIQIR ASSIGN TO "ALIQIR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AL-VIGENCIA
                  FILE STATUS IS WK-FS-ALQ.

           SELECT RENDIR ASSIGN TO "RENDIR.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RD-CHAVE
                  FILE STATUS IS WK-FS-RD.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

      *    MESTRE DE TARIFAS INDEXADO PELA VIGENCIA + SEQUENCIA (VER
      *    PGMS0805): SEQUENCIA 00 E A TARIFA MINIMA, AS DEMAIS SAO

       01  REG-SIMTAR                  PIC X(80).

       FD  ISENCAO.

       01  REG-ISENCAO.
           05 IS-CHAVE.
               10 IS-AGENCIA           PIC 9(04).
               10 IS-NUMCTA            PIC 9(06).
               10 IS-DT-INICIO         PIC 9(08).
           05 IS-DADOS                 PIC X(62).

       FD  RELISEN.

       01  REG-RELISEN                 PIC X(80).

       FD  ALIQIR.

       01  REG-ALIQIR.
           05 AL-VIGENCIA              PIC 9(08).
           05 AL-DADOS                 PIC X(72).

      *    RENDIMENTOS DO ANO POR CONTA: ANO + AGENCIA + CONTA
       FD  RENDIR.

       01  REG-RENDIR.
           05 RD-CHAVE.
               10 RD-ANO               PIC 9(04).
               10 RD-AGENCIA           PIC 9(04).
               10 RD-NUMCTA            PIC 9(06).
           05 RD-DADOS                 PIC X(86).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).
       77  WK-TOT-MINIMA               PIC 9(06) VALUE ZEROS.
       77  WK-TOT-SEM-FAIXA            PIC 9(06) VALUE ZEROS.

      *    CONTA ENCERRADA: NO MES DO ENCERRAMENTO O VALOR E RATEADO
      *    PELOS DIAS DO MES ATE A DATA DO ENCERRAMENTO (DIA/DIAS DO
      *    MES); DEPOIS DESSE MES A CONTA E PULADA
       77  WK-PRO-RATA                 PIC X(01) VALUE SPACES.
       77  WK-AAAAMM-PROC              PIC 9(06) VALUE ZEROS.
       77  WK-AAAAMM-ENC               PIC 9(06) VALUE ZEROS.
       77  WK-DIA-ENC                  PIC 9(02) VALUE ZEROS.
       77  WK-DIAS-MES                 PIC 9(02) VALUE ZEROS.
       77  WK-MES-ENC                  PIC 9(02) VALUE ZEROS.
       77  WK-ANO-ENC                  PIC 9(04) VALUE ZEROS.
       77  WK-RESTO                    PIC 9(04) VALUE ZEROS.
       77  WK-QUOC                     PIC 9(04) VALUE ZEROS.
       77  WK-TOT-PRO-RATA             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ENCERRADAS           PIC 9(06) VALUE ZEROS.
       01  WK-DIAS-POR-MES.
           05 FILLER                   PIC X(24) VALUE
           '312831303130313130313031'.
       01  WK-TAB-DIAS-MES REDEFINES WK-DIAS-POR-MES.
           05 WK-DM-DIAS               PIC 9(02) OCCURS 12 TIMES.

       01  WK-CURRENT-DATE.
           05 WK-CD-AAAA               PIC 9(04) VALUE ZEROS.
           05 WK-CD-MM                 PIC 9(02) VALUE ZEROS.
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
      *    CLIENTE TITULAR (F=CPF J=CNPJ + DOCUMENTO); TIPO EM BRANCO
      *    = CONTA SEM VINCULO
           05 WK-ER-CLI-TIPO           PIC X(01)    VALUE SPACES.
           05 WK-ER-CLI-DOC            PIC X(14)    VALUE SPACES.
           05 FILLER                   PIC X(37)    VALUE SPACES.
       01  WK-I                           PIC 9(02) VALUE 1.

      *    O ACUMULADOR PRECISA COMPORTAR 12 X 9999999,99 X 999 SEM
      *    ESTOURAR - TRUNCAR AQUI VIRARIA LANCAMENTO ERRADO. MES A
      *    DESCOBERTO (NEGATIVO) ABATE DA SOMA
       01  WK-TOT-VALOR-DIA            PIC S9(13)V99 VALUE ZEROS.
       01  WK-TOT-DIAS                 PIC 9(04)     VALUE ZEROS.
       01  WK-SALDO-MEDIO              PIC S9(07)V99 VALUE ZEROS.
       77  WK-ERRO-PERIODO             PIC X(01) VALUE SPACES.
       77  WK-TOT-REJEITADOS           PIC 9(06) VALUE ZEROS.

      *    SALDO MEDIO CONSOLIDADO POR CLIENTE: UMA ENTRADA POR
      *    CLIENTE COM CONTA VINCULADA, SOMANDO O SALDO MEDIO DE CADA
      *    CONTA DELE (PRE-PASSADA DO 1060). WK-SALDO-FAIXA E O SALDO
      *    QUE ESCOLHE A FAIXA: O CONSOLIDADO, OU O DA PROPRIA CONTA
       01  WK-TAB-CS.
           05 WK-CS-ENTRY OCCURS 20000 TIMES.
               10 WK-CS-TIPO           PIC X(01)     VALUE SPACES.
               10 WK-CS-DOC            PIC X(14)     VALUE SPACES.
               10 WK-CS-SALDO          PIC S9(11)V99 VALUE ZEROS.
               10 WK-CS-QTD            PIC 9(04)     VALUE ZEROS.
       77  WK-CS-CNT                   PIC 9(05) VALUE ZEROS.
       77  WK-CS-IDX                   PIC 9(05) VALUE ZEROS.
       77  WK-CS-ULT                   PIC 9(05) VALUE ZEROS.
       77  WK-K                        PIC 9(05) VALUE ZEROS.
       01  WK-SALDO-FAIXA              PIC S9(11)V99 VALUE ZEROS.
       77  WK-TOT-CONSOLIDADAS         PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ACIMA-TETO           PIC 9(06) VALUE ZEROS.

      *    REGISTRO DE TRABALHO DO MESTRE DE TARIFAS, COM OS CAMPOS
      *    NUMERICOS DUPLICADOS EM ALFA: REGISTRO CORROMPIDO E
      *    REPROVADO ANTES DE VIRAR TAXA
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SIM6-CONTA               PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 SIM6-SALDO               PIC +9(07),99.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 SIM6-FX-ATUAL            PIC Z9.
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 SIM6-FX-PROP             PIC Z9.
           'SEM FAIXA NA PROPOSTA '.
           05 SIM10-SEM-FX             PIC ZZZZZ9.

      *    ISENCOES DE TARIFA: A ISENCAO DA CONTA EM VIGOR NA DATA DO
      *    PROCESSAMENTO E PROCURADA UMA VEZ POR CONTA (2070) E
      *    APLICADA A CADA TARIFA DELA (2075) - NO CONJUNTO EM VIGOR
      *    E, NA SIMULACAO, TAMBEM NO PROPOSTO. REGISTRO COM DADO
      *    NUMERICO CORROMPIDO NAO ISENTA: A TARIFA SAI CHEIA, A CONTA
      *    E APONTADA E O RETORNO SOBE PARA 4
       77  WK-FS-ISE                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-RIS                   PIC 9(02) VALUE ZEROS.
       77  WK-ISE-ABERTO               PIC X(01) VALUE SPACES.
       77  WK-ISE-ACHADA               PIC X(01) VALUE SPACES.
       77  WK-ISE-ZERADA               PIC X(01) VALUE SPACES.
       77  WK-FIM-ISE                  PIC X(01) VALUE SPACES.
       77  WK-TOT-ISENTAS              PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ISE-ZERADAS          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ISE-INVALIDAS        PIC 9(06) VALUE ZEROS.
       01  WK-ISE-CHEIO                PIC 9(07)V99 VALUE ZEROS.
       01  WK-ISE-COBRADO              PIC 9(07)V99 VALUE ZEROS.
       01  WK-ISE-TOT-CHEIO            PIC 9(11)V99 VALUE ZEROS.
       01  WK-ISE-TOT-COBRADO          PIC 9(11)V99 VALUE ZEROS.
       01  WK-ISE-PR-CHEIO             PIC 9(11)V99 VALUE ZEROS.
       01  WK-ISE-PR-COBRADO           PIC 9(11)V99 VALUE ZEROS.
       01  WK-ISE-DISPENSADO           PIC 9(11)V99 VALUE ZEROS.

      *    REGISTRO DE TRABALHO DA ISENCAO (LAYOUT DO PGMS0809): TIPO
      *    T = ISENCAO TOTAL, P = DESCONTO PERCENTUAL, V = VALOR TETO;
      *    FIM 99999999 = SEM PRAZO
       01  WK-REG-ISENCAO.
           05 WK-IS-AGENCIA            PIC 9(04) VALUE ZEROS.
           05 WK-IS-NUMCTA             PIC 9(06) VALUE ZEROS.
           05 WK-IS-DT-INICIO          PIC 9(08) VALUE ZEROS.
           05 WK-IS-DT-FIM-A           PIC X(08) VALUE SPACES.
           05 WK-IS-DT-FIM REDEFINES WK-IS-DT-FIM-A   PIC 9(08).
           05 WK-IS-TIPO               PIC X(01) VALUE SPACES.
           05 WK-IS-PERCENTUAL-A       PIC X(05) VALUE SPACES.
           05 WK-IS-PERCENTUAL REDEFINES WK-IS-PERCENTUAL-A
                                       PIC 9(03)V99.
           05 WK-IS-TETO-A             PIC X(07) VALUE SPACES.
           05 WK-IS-TETO REDEFINES WK-IS-TETO-A       PIC 9(05)V99.
           05 WK-IS-MOTIVO             PIC X(04) VALUE SPACES.
           05 WK-IS-APROVADOR          PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(29) VALUE SPACES.

      *    ACUMULADORES DO RELATORIO DA RECEITA DISPENSADA: UMA
      *    ENTRADA POR AGENCIA + MOTIVO (TARIFA DEVIDA SEM A ISENCAO E
      *    VALOR COBRADO) E OS TOTAIS POR MOTIVO DO BANCO
       01  WK-TAB-IR.
           05 WK-IR-ENTRY OCCURS 2000 TIMES.
               10 WK-IR-CHAVE.
                   15 WK-IR-AGENCIA    PIC X(04)     VALUE SPACES.
                   15 WK-IR-MOTIVO     PIC X(04)     VALUE SPACES.
               10 WK-IR-QTD            PIC 9(06)     VALUE ZEROS.
               10 WK-IR-CHEIO          PIC 9(11)V99  VALUE ZEROS.
               10 WK-IR-COBRADO        PIC 9(11)V99  VALUE ZEROS.
       77  WK-IR-CNT                   PIC 9(04) VALUE ZEROS.
       77  WK-IR-IDX                   PIC 9(04) VALUE ZEROS.
       77  WK-IR-IDX2                  PIC 9(04) VALUE ZEROS.
       01  WK-IR-AUX                   PIC X(40) VALUE SPACES.
       77  WK-IR-TROCOU                PIC X(01) VALUE SPACES.
       77  WK-IR-AG-ATUAL              PIC X(04) VALUE SPACES.

       01  WK-TAB-IM.
           05 WK-IM-ENTRY OCCURS 100 TIMES.
               10 WK-IM-MOTIVO         PIC X(04)     VALUE SPACES.
               10 WK-IM-QTD            PIC 9(06)     VALUE ZEROS.
               10 WK-IM-CHEIO          PIC 9(11)V99  VALUE ZEROS.
               10 WK-IM-COBRADO        PIC 9(11)V99  VALUE ZEROS.
       77  WK-IM-CNT                   PIC 9(03) VALUE ZEROS.
       77  WK-IM-IDX                   PIC 9(03) VALUE ZEROS.

      *    RETENCAO DO IMPOSTO DE RENDA SOBRE OS JUROS: A ALIQUOTA
      *    EM VIGOR NA DATA DO PROCESSAMENTO (SELECIONADA COMO A
      *    VIGENCIA DO TARMST), OS VALORES DO CREDITO CORRENTE E OS
      *    TOTAIS DO RESUMO
       77  WK-FS-ALQ                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-RD                    PIC 9(02) VALUE ZEROS.
       77  WK-TEM-ALQ                  PIC X(01) VALUE SPACES.
       77  WK-FIM-ALQ                  PIC X(01) VALUE SPACES.
       77  WK-ALQ-VIGENCIA             PIC 9(08) VALUE ZEROS.
       77  WK-ALQ-ALIQUOTA             PIC 9(02)V99 VALUE ZEROS.
       01  WK-RT-BRUTO                 PIC 9(07)V99 VALUE ZEROS.
       01  WK-RT-IMPOSTO               PIC 9(07)V99 VALUE ZEROS.
       01  WK-RT-LIQUIDO               PIC 9(07)V99 VALUE ZEROS.
       77  WK-RT-QTD                   PIC 9(06) VALUE ZEROS.
       77  WK-RT-QTD-IMPOSTO           PIC 9(06) VALUE ZEROS.
       01  WK-RT-TOT-BRUTO             PIC 9(11)V99 VALUE ZEROS.
       01  WK-RT-TOT-IMPOSTO           PIC 9(11)V99 VALUE ZEROS.
       01  WK-RT-TOT-LIQUIDO           PIC 9(11)V99 VALUE ZEROS.

      *    REGISTRO DE TRABALHO DA ALIQUOTA (LAYOUT DO PGMS0810), COM
      *    A ALIQUOTA DUPLICADA EM ALFA PARA CRITICA
       01  WK-REG-ALIQIR.
           05 WK-AL-VIGENCIA-A         PIC X(08) VALUE SPACES.
           05 WK-AL-VIGENCIA REDEFINES WK-AL-VIGENCIA-A
                                       PIC 9(08).
           05 WK-AL-ALIQUOTA-A         PIC X(04) VALUE SPACES.
           05 WK-AL-ALIQUOTA REDEFINES WK-AL-ALIQUOTA-A
                                       PIC 9(02)V99.
           05 WK-AL-DESCRICAO          PIC X(30) VALUE SPACES.
           05 WK-AL-OPERADOR           PIC X(08) VALUE SPACES.
           05 WK-AL-DT-CADASTRO        PIC 9(08) VALUE ZEROS.
           05 WK-AL-DT-ALTERACAO       PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(14) VALUE SPACES.

      *    ACUMULADO DE RENDIMENTOS DA CONTA NO ANO: QUANTIDADE DE
      *    CREDITOS, BRUTO, IMPOSTO E LIQUIDO, MAIS A DATA E OS
      *    VALORES DO ULTIMO CREDITO - O REPROCESSAMENTO DA MESMA
      *    DATA DESFAZ O ULTIMO CREDITO ANTES DE SOMAR O NOVO, E UMA
      *    DATA ANTERIOR A DO ULTIMO CREDITO NAO E ACUMULADA. O CLIENTE
      *    TITULAR DA CONTA VAI JUNTO, PARA O INFORME SAIR MESMO QUE A
      *    CONTA JA TENHA SIDO EXPURGADA DO ERESUMO (PGMS0806)
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
       77  WK-RD-ACHADO                PIC X(01) VALUE SPACES.
       77  WK-ANO-PROC                 PIC 9(04) VALUE ZEROS.
       77  WK-TOT-RD-REFEITOS          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-RD-FORA              PIC 9(06) VALUE ZEROS.

       01  WK-AG-QTD                   PIC 9(06)    VALUE ZEROS.
       01  WK-AG-CHEIO                 PIC 9(11)V99 VALUE ZEROS.
       01  WK-AG-COBRADO               PIC 9(11)V99 VALUE ZEROS.
       77  WK-ISN-LINHAS               PIC 9(03) VALUE ZEROS.
       77  WK-ISN-PAGINAS              PIC 9(03) VALUE ZEROS.

      *    LINHAS DO RELATORIO DA RECEITA DISPENSADA (RELISEN.DAT)
       01  WK-ISN1.
           05 FILLER                   PIC X(36) VALUE
           'MONTEDATA PROCESSADORA DE DADOS LTDA'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'PAG. '.
           05 ISN1-PAG                 PIC ZZ9.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PGMP0803'.

       01  WK-ISN2.
           05 FILLER                   PIC X(34) VALUE
           'DEPARTAMENTO DE ANALISE DE SUPORTE'.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 ISN2-DATA                PIC X(10) VALUE SPACES.

       01  WK-ISN3.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
           'RECEITA DISPENSADA POR ISENCAO DE TARIFA'.

       01  WK-ISN4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(23) VALUE
           'DATA DO PROCESSAMENTO: '.
           05 ISN4-DATA                PIC 9(08) VALUE ZEROS.

       01  WK-ISN5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'AGENCIA '.
           05 FILLER                   PIC X(08) VALUE 'MOTIVO  '.
           05 FILLER                   PIC X(06) VALUE 'CONTAS'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           '    TARIFA DEVIDA'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           '    VALOR COBRADO'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           '       DISPENSADO'.

       01  WK-ISN6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ISN6-AGENCIA             PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 ISN6-MOTIVO              PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 ISN6-QTD                 PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ISN6-CHEIO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ISN6-COBRADO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ISN6-DISPENSADO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-ISN7.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ISN7-LABEL               PIC X(16) VALUE SPACES.
           05 ISN7-QTD                 PIC ZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ISN7-CHEIO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ISN7-COBRADO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ISN7-DISPENSADO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-ISN8.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 ISN8-TITULO              PIC X(40) VALUE SPACES.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807

       01  WK-VALOR-LANCTO             PIC 9(07)V99 VALUE ZEROS.

      *    REGISTRO DO ARQUIVO DE LANCAMENTOS: CONTA, TIPO (D/C, OU
      *    L = LIQUIDO DO CREDITO, SO MEMORIA), VALOR E A ORIGEM
      *    (F=FAIXA M=TARIFA MINIMA POR SALDO <= 0 R=RETENCAO DO IR)
       01  WK-REG-LAN.
           05 WK-LAN-AGENCIA           PIC X(04) VALUE SPACES.
           05 WK-LAN-CONTA             PIC X(06) VALUE SPACES.
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
           'CONTAS SEM FAIXA'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM7-QTD                 PIC ZZZZZ9.

       01  WK-SUM8.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
           'ENCERRADAS NO MES-RATEIO'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM8-QTD                 PIC ZZZZZ9.

       01  WK-SUM9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
           'ENCERRADAS ANTES-PULADAS'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM9-QTD                 PIC ZZZZZ9.

       01  WK-SUM10.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
           'FAIXA PELO CLIENTE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM10-QTD                PIC ZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'CLIENTES '.
           05 SUM10-CLI                PIC ZZZZZ9.

       01  WK-SUM11.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
           'ISENCOES-RECEITA DISPENS.'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM11-QTD                PIC ZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SUM11-SOMA               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-SUM12.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
           'ISENCAO TOTAL-SEM LANCTO'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM12-QTD                PIC ZZZZZ9.

       01  WK-SUM13.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM13-LABEL              PIC X(25) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM13-QTD                PIC ZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SUM13-SOMA               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WK-SUM14.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
           'ALIQUOTA IR NA FONTE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM14-ALIQUOTA           PIC Z9,99.
           05 FILLER                   PIC X(13) VALUE
           '%  VIGENCIA '.
           05 SUM14-VIGENCIA           PIC 9(08) VALUE ZEROS.

       01  WK-SUM15.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(25) VALUE
           'RENDIMENTO NAO ACUMULADO'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 SUM15-QTD                PIC ZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'REPROCESSOS '.
           05 SUM15-REFEITOS           PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
               PERFORM 3300-IMPRIMIR-SIMULACAO THRU END-3300
           ELSE
               PERFORM 3000-IMPRIMIR-RESUMO THRU END-3000
               PERFORM 3100-IMPRIMIR-ISENCOES THRU END-3100
           END-IF
           PERFORM 3500-FECHAR THRU END-3500

           IF (WK-TOT-SEM-FAIXA > ZEROS OR WK-TOT-REJEITADOS > ZEROS
               OR WK-TOT-ISE-INVALIDAS > ZEROS
               OR WK-TOT-RD-FORA > ZEROS)
               AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
                            UNTIL WK-FIM-PROP = "S"
               PERFORM 1048-CRITICAR-PROPOSTA THRU END-1048
               PERFORM 1049-ABRIR-COMPARATIVO THRU END-1049
           ELSE
               PERFORM 1028-SELECIONAR-ALIQUOTA THRU END-1028
           END-IF
           PERFORM 1050-CONFERIR-CONTROLE THRU END-1050

               STOP RUN
           END-IF

      *    SEM CADASTRO DE ISENCOES (AINDA NAO CRIADO PELO PGMS0809)
      *    TODAS AS TARIFAS SAEM CHEIAS; QUALQUER OUTRA FALHA E ERRO
           OPEN INPUT ISENCAO

           EVALUATE WK-FS-ISE
               WHEN ZEROS
                   MOVE "S" TO WK-ISE-ABERTO
               WHEN 35
                   MOVE "N" TO WK-ISE-ABERTO
                   DISPLAY "AVISO: ISENCAO.DAT INEXISTENTE - NENHUMA "
                           "ISENCAO SERA APLICADA"
               WHEN OTHER
                   MOVE "ERRO NA ABERTURA DO ISENCAO.DAT" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           .
       END-1010. EXIT.

                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN OUTPUT RELISEN

               IF WK-FS-RIS NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO RELISEN.DAT" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

      *        SEM TABELA DE ALIQUOTAS NAO HA COMO RETER O IMPOSTO -
      *        CREDITO DE JUROS SEM RETENCAO E JUSTAMENTE O QUE NAO
      *        PODE MAIS ACONTECER, ENTAO O JOB CAI
               OPEN INPUT ALIQIR

               IF WK-FS-ALQ NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO ALIQIR.DAT" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

      *        O ACUMULADO DE RENDIMENTOS E CRIADO VAZIO NA PRIMEIRA
      *        EXECUCAO, COMO OS MESTRES DOS PGMS
               OPEN I-O RENDIR

               IF WK-FS-RD EQUAL 35
                   OPEN OUTPUT RENDIR
                   CLOSE RENDIR
                   OPEN I-O RENDIR
               END-IF

               IF WK-FS-RD NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO RENDIR.DAT" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
       END-1015. EXIT.
               END-COMPUTE
           END-IF

      *    O RENDIMENTO E ACUMULADO NO ANO DA DATA DO PROCESSAMENTO
           DIVIDE WK-DATA-PROC BY 10000 GIVING WK-ANO-PROC

      *    MODO SIMULACAO (PARM DE JCL/AMBIENTE): QUALQUER RESPOSTA
      *    FORA DE S E EXECUCAO DE VERDADE
           ACCEPT WK-PARM-SIMULA FROM ENVIRONMENT "PGMP0803_SIMULA"
           .
       END-1027. EXIT.

      *    ESCOLHER A ALIQUOTA DO IMPOSTO RETIDO NA FONTE DA MESMA
      *    FORMA QUE O CONJUNTO DE TARIFAS: A MAIOR VIGENCIA QUE NAO
      *    PASSE DA DATA DO PROCESSAMENTO. SEM ALIQUOTA EM VIGOR O JOB
      *    CAI ANTES DE LANCAR QUALQUER CREDITO
       1028-SELECIONAR-ALIQUOTA SECTION.
           MOVE ZEROS TO AL-VIGENCIA
           START ALIQIR KEY NOT < AL-VIGENCIA
               INVALID KEY
                   MOVE "S" TO WK-FIM-ALQ
           END-START

           PERFORM 1029-VARRER-ALIQUOTA THRU END-1029
                        UNTIL WK-FIM-ALQ = "S"

           IF WK-TEM-ALQ NOT = "S"
               DISPLAY "NENHUMA ALIQUOTA DE IR NO ALIQIR ATE "
                       WK-DATA-PROC
               MOVE "ALIQIR SEM ALIQUOTA EM VIGOR" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "ALIQUOTA DE IR NA FONTE EM VIGOR - VIGENCIA "
                   WK-ALQ-VIGENCIA " ALIQUOTA " WK-ALQ-ALIQUOTA
           .
       END-1028. EXIT.

      *    REGISTRO COM DADO NUMERICO CORROMPIDO NAO PODE VIRAR
      *    ALIQUOTA: O JOB CAI, COMO NO TARMST
       1029-VARRER-ALIQUOTA SECTION.
           READ ALIQIR NEXT RECORD INTO WK-REG-ALIQIR
               AT END
                   MOVE "S" TO WK-FIM-ALQ
               NOT AT END
                   IF WK-AL-VIGENCIA-A NOT NUMERIC OR
                      WK-AL-ALIQUOTA-A NOT NUMERIC
                       DISPLAY "REGISTRO INVALIDO NO ALIQIR: "
                               WK-AL-VIGENCIA-A
                       MOVE "ALIQIR COM REGISTRO INVALIDO" TO WK-MSG
                       PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WK-AL-VIGENCIA > WK-DATA-PROC
                       MOVE "S" TO WK-FIM-ALQ
                   ELSE
                       MOVE WK-AL-VIGENCIA TO WK-ALQ-VIGENCIA
                       MOVE WK-AL-ALIQUOTA TO WK-ALQ-ALIQUOTA
                       MOVE "S" TO WK-TEM-ALQ
                   END-IF
           END-READ

           IF WK-FS-ALQ NOT EQUAL ZEROS AND
               WK-FS-ALQ NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO ALIQIR" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       END-1029. EXIT.

      *    CARREGAR O CONJUNTO DA VIGENCIA ESCOLHIDA: "M" (SEQUENCIA
      *    00) TRAZ A TARIFA MINIMA E "F" UMA FAIXA DE SALDO.
      *    QUALQUER REGISTRO INVALIDO DERRUBA O JOB - TAXA ERRADA
                                       TO WK-CTL-SOMA
                               END-IF
                           END-PERFORM
                           PERFORM 1060-ACUMULAR-CLIENTE
                              THRU END-1060
                   END-EVALUATE
           END-READ

           .
       END-1055. EXIT.

      *    PRE-PASSADA DO CONSOLIDADO: SOMAR O SALDO MEDIO DA CONTA NA
      *    ENTRADA DO CLIENTE DELA. FICAM DE FORA A CONTA SEM VINCULO,
      *    A CONTA COM PERIODO NAO NUMERICO (QUE SERA REJEITADA) E A
      *    ENCERRADA EM MES ANTERIOR AO DO PROCESSAMENTO (QUE NAO E
      *    MAIS TARIFADA) - AS MESMAS REGRAS DO 2000/2020
       1060-ACUMULAR-CLIENTE SECTION.
           IF WK-ER-CLI-TIPO = SPACES
               GO TO END-1060
           END-IF

           IF WK-ER-SITUACAO = "E"
               IF WK-ER-DT-SITUACAO NOT NUMERIC
                   GO TO END-1060
               END-IF
               DIVIDE WK-DATA-PROC BY 100 GIVING WK-AAAAMM-PROC
               DIVIDE WK-ER-DT-SITUACAO BY 100 GIVING WK-AAAAMM-ENC
               IF WK-AAAAMM-ENC < WK-AAAAMM-PROC
                   GO TO END-1060
               END-IF
           END-IF

           PERFORM 2030-CALCULAR-SALDO THRU END-2030
           IF WK-ERRO-PERIODO = "S"
               GO TO END-1060
           END-IF

           PERFORM 1065-LOCALIZAR-CLIENTE THRU END-1065

           IF WK-CS-IDX EQUAL ZEROS
               IF WK-CS-CNT < 20000
                   ADD 1 TO WK-CS-CNT
                   MOVE WK-CS-CNT TO WK-CS-IDX
                   MOVE WK-ER-CLI-TIPO TO WK-CS-TIPO (WK-CS-IDX)
                   MOVE WK-ER-CLI-DOC  TO WK-CS-DOC (WK-CS-IDX)
               ELSE
                   MOVE "TABELA DE CLIENTES CHEIA (20000)" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           ADD WK-SALDO-MEDIO TO WK-CS-SALDO (WK-CS-IDX)
           ADD 1 TO WK-CS-QTD (WK-CS-IDX)
           MOVE WK-CS-IDX TO WK-CS-ULT
           .
       END-1060. EXIT.

      *    LOCALIZAR A ENTRADA DO CLIENTE DA CONTA CORRENTE, COM O
      *    ATALHO DA ULTIMA ENTRADA USADA (CONTAS DO MESMO CLIENTE
      *    COSTUMAM VIR JUNTAS NA MESMA AGENCIA)
       1065-LOCALIZAR-CLIENTE SECTION.
           MOVE ZEROS TO WK-CS-IDX

           IF WK-CS-ULT > ZEROS AND
               WK-CS-TIPO (WK-CS-ULT) = WK-ER-CLI-TIPO AND
               WK-CS-DOC (WK-CS-ULT) = WK-ER-CLI-DOC
               MOVE WK-CS-ULT TO WK-CS-IDX
           ELSE
               PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > WK-CS-CNT
                   IF WK-CS-TIPO (WK-K) = WK-ER-CLI-TIPO AND
                      WK-CS-DOC (WK-K) = WK-ER-CLI-DOC
                       MOVE WK-K TO WK-CS-IDX
                       MOVE WK-CS-CNT TO WK-K
                   END-IF
               END-PERFORM
           END-IF
           .
       END-1065. EXIT.

       2000-PROCESSAMENTO SECTION.
           IF WK-FIM NOT = "S"
               PERFORM 2020-VERIFICAR-SITUACAO THRU END-2020
           END-IF
           IF WK-FIM NOT = "S" AND WK-PRO-RATA NOT = "P"
               PERFORM 2030-CALCULAR-SALDO THRU END-2030
               IF WK-ERRO-PERIODO = "S"
                   ADD 1 TO WK-TOT-REJEITADOS
               ELSE
                   PERFORM 2040-CLASSIFICAR-LANCAR THRU END-2040
               END-IF
           END-IF
           IF WK-FIM NOT = "S"
               PERFORM 2010-LER-ERESUMO THRU END-2010
           END-IF
           .
       END-2000. EXIT.

      *    SITUACAO DA CONTA: WK-PRO-RATA = "S" PARA A ENCERRADA NO
      *    MES DO PROCESSAMENTO (ULTIMA COBRANCA, RATEADA), "P" PARA
      *    A ENCERRADA EM MES ANTERIOR (OU SEM DATA LEGIVEL), QUE NAO
      *    E MAIS TARIFADA; BRANCO PARA AS DEMAIS. ENCERRAMENTO COM
      *    DATA POSTERIOR AO PROCESSAMENTO (REPROCESSAMENTO DE UMA
      *    DATA ANTIGA) AINDA COBRA O MES INTEIRO
       2020-VERIFICAR-SITUACAO SECTION.
           MOVE SPACES TO WK-PRO-RATA

           IF WK-ER-SITUACAO NOT = "E"
               GO TO END-2020
           END-IF

           IF WK-ER-DT-SITUACAO NOT NUMERIC
               MOVE "P" TO WK-PRO-RATA
               ADD 1 TO WK-TOT-ENCERRADAS
               DISPLAY "CONTA ENCERRADA SEM DATA DE ENCERRAMENTO - "
                       "SEM LANCAMENTO: " WK-ER-AGENCIA "/"
                       WK-ER-NUMCTA
               GO TO END-2020
           END-IF

           DIVIDE WK-DATA-PROC BY 100 GIVING WK-AAAAMM-PROC
           DIVIDE WK-ER-DT-SITUACAO BY 100 GIVING WK-AAAAMM-ENC
               REMAINDER WK-DIA-ENC

           IF WK-AAAAMM-ENC < WK-AAAAMM-PROC
               MOVE "P" TO WK-PRO-RATA
               ADD 1 TO WK-TOT-ENCERRADAS
               GO TO END-2020
           END-IF

           IF WK-AAAAMM-ENC > WK-AAAAMM-PROC
               GO TO END-2020
           END-IF

           DIVIDE WK-AAAAMM-ENC BY 100 GIVING WK-ANO-ENC
               REMAINDER WK-MES-ENC
           IF WK-MES-ENC < 1 OR WK-MES-ENC > 12 OR WK-DIA-ENC < 1
               MOVE "P" TO WK-PRO-RATA
               ADD 1 TO WK-TOT-ENCERRADAS
               DISPLAY "CONTA ENCERRADA COM DATA INVALIDA - SEM "
                       "LANCAMENTO: " WK-ER-AGENCIA "/" WK-ER-NUMCTA
               GO TO END-2020
           END-IF

           MOVE WK-DM-DIAS (WK-MES-ENC) TO WK-DIAS-MES
           IF WK-MES-ENC = 2
               DIVIDE WK-ANO-ENC BY 4 GIVING WK-QUOC
                   REMAINDER WK-RESTO
               IF WK-RESTO = ZEROS
                   MOVE 29 TO WK-DIAS-MES
                   DIVIDE WK-ANO-ENC BY 100 GIVING WK-QUOC
                       REMAINDER WK-RESTO
                   IF WK-RESTO = ZEROS
                       MOVE 28 TO WK-DIAS-MES
                       DIVIDE WK-ANO-ENC BY 400 GIVING WK-QUOC
                           REMAINDER WK-RESTO
                       IF WK-RESTO = ZEROS
                           MOVE 29 TO WK-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WK-DIA-ENC > WK-DIAS-MES
               MOVE WK-DIAS-MES TO WK-DIA-ENC
           END-IF

           MOVE "S" TO WK-PRO-RATA
           ADD 1 TO WK-TOT-PRO-RATA
           .
       END-2020. EXIT.

      *    LER O PROXIMO REGISTRO DE CONTA, PULANDO OS REGISTROS DE
      *    CONTROLE, COMO NO PGMP0801
       2010-LER-ERESUMO SECTION.
           .
       END-2030. EXIT.

      *    SALDO QUE ESCOLHE A FAIXA: O CONSOLIDADO DO CLIENTE, SE A
      *    CONTA TIVER VINCULO, SENAO O PROPRIO SALDO MEDIO DA CONTA
       2035-SALDO-FAIXA SECTION.
           MOVE WK-SALDO-MEDIO TO WK-SALDO-FAIXA

           IF WK-ER-CLI-TIPO = SPACES
               GO TO END-2035
           END-IF

           PERFORM 1065-LOCALIZAR-CLIENTE THRU END-1065

           IF WK-CS-IDX > ZEROS
               MOVE WK-CS-SALDO (WK-CS-IDX) TO WK-SALDO-FAIXA
               MOVE WK-CS-IDX TO WK-CS-ULT
               ADD 1 TO WK-TOT-CONSOLIDADAS
           END-IF
           .
       END-2035. EXIT.

      *    SALDO <= 0 RECEBE A TARIFA MINIMA (ORIGEM M); OS DEMAIS
      *    CAEM NA PRIMEIRA FAIXA QUE CONTIVER O SALDO DA FAIXA (O
      *    CONSOLIDADO DO CLIENTE, VER 2035) E PAGAM/RECEBEM A TAXA
      *    DELA SOBRE O PROPRIO SALDO. SALDO ACIMA DO LIMITE SUPERIOR
      *    DA ULTIMA FAIXA (AS FAIXAS ESTAO ORDENADAS, VER 1035) CAI
      *    NA ULTIMA FAIXA - O LIMITE DO TARMST E 9(06)V99 E O SALDO
      *    CONSOLIDADO DO CLIENTE PASSA DELE. CONTA FORA DE QUALQUER
      *    FAIXA E CONTADA E APONTADA NO RESUMO, SEM LANCTO
       2040-CLASSIFICAR-LANCAR SECTION.
           PERFORM 2070-BUSCAR-ISENCAO THRU END-2070

           IF WK-SALDO-MEDIO <= ZEROS
               MOVE WK-TAR-MINIMA TO WK-VALOR-LANCTO
               PERFORM 2045-RATEAR-VALOR THRU END-2045
               MOVE "D"           TO WK-LAN-TIPO
               MOVE "M"           TO WK-LAN-ORIGEM
               PERFORM 2080-ISENTAR-LANCTO THRU END-2080
               ADD 1 TO WK-TOT-MINIMA
               ADD WK-VALOR-LANCTO TO WK-TOT-MIN-SOMA
               IF WK-PARM-SIMULA = "S"
      *            NA SIMULACAO A CONTA DE SALDO <= 0 CAI NA TARIFA
      *            MINIMA DOS DOIS CONJUNTOS - NADA E GRAVADO
                   ADD 1 TO WK-PR-TOT-MINIMA
                   MOVE WK-PROP-MINIMA TO WK-VALOR-PROP
                   PERFORM 2046-RATEAR-PROPOSTA THRU END-2046
                   PERFORM 2085-ISENTAR-PROPOSTA THRU END-2085
                   ADD WK-VALOR-PROP TO WK-PR-TOT-MIN-SOMA
               ELSE
                   PERFORM 2050-GRAVAR-LANCTO THRU END-2050
               END-IF
           ELSE
               PERFORM 2035-SALDO-FAIXA THRU END-2035
               MOVE ZEROS TO WK-FX-IDX
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > WK-FX-CNT
                   IF WK-SALDO-FAIXA >= WK-FX-INF (WK-J) AND
                      WK-SALDO-FAIXA <= WK-FX-SUP (WK-J)
                       MOVE WK-J TO WK-FX-IDX
                       MOVE WK-FX-CNT TO WK-J
                   END-IF
               END-PERFORM
               IF WK-FX-IDX = ZEROS AND
                  WK-SALDO-FAIXA > WK-FX-SUP (WK-FX-CNT)
                   MOVE WK-FX-CNT TO WK-FX-IDX
                   ADD 1 TO WK-TOT-ACIMA-TETO
               END-IF

               IF WK-FX-IDX = ZEROS
                   ADD 1 TO WK-TOT-SEM-FAIXA
                   DISPLAY "CONTA SEM FAIXA DE TARIFA: "
                           WK-ER-AGENCIA "/" WK-ER-NUMCTA
                           " SALDO " WK-SALDO-FAIXA
               ELSE
                   COMPUTE WK-VALOR-LANCTO ROUNDED =
                           WK-SALDO-MEDIO *
                           WK-FX-TAXA (WK-FX-IDX) / 100
                   END-COMPUTE
                   PERFORM 2045-RATEAR-VALOR THRU END-2045
                   IF WK-FX-NAT (WK-FX-IDX) = "C"
                       MOVE "C" TO WK-LAN-TIPO
                   ELSE
                       MOVE "D" TO WK-LAN-TIPO
                   END-IF
                   MOVE "F" TO WK-LAN-ORIGEM
                   PERFORM 2080-ISENTAR-LANCTO THRU END-2080
                   ADD 1 TO WK-FX-QTD (WK-FX-IDX)
                   ADD WK-VALOR-LANCTO TO WK-FX-SOMA (WK-FX-IDX)
                   IF WK-PARM-SIMULA NOT = "S"
                       PERFORM 2050-GRAVAR-LANCTO THRU END-2050
                       IF WK-LAN-TIPO = "C"
                           PERFORM 2055-RETER-IMPOSTO THRU END-2055
                       END-IF
                   END-IF
               END-IF

      *    TOTAIS DELA. AS DUAS TABELAS ESTAO ORDENADAS POR LIMITE
      *    INFERIOR, ENTAO A MESMA POSICAO E A MESMA FAIXA ORDINAL:
      *    POSICAO DIFERENTE (OU FICAR DE FORA EM SO UM DOS LADOS) E
      *    CONTA QUE MUDA DE FAIXA E SAI LISTADA NO COMPARATIVO.
      *    SALDO ACIMA DA ULTIMA FAIXA PROPOSTA CAI NELA, COMO NO 2040
       2060-SIMULAR-PROPOSTA SECTION.
           MOVE ZEROS TO WK-PR-IDX
           PERFORM VARYING WK-J FROM 1 BY 1
                   UNTIL WK-J > WK-PR-CNT
               IF WK-SALDO-FAIXA >= WK-PR-INF (WK-J) AND
                  WK-SALDO-FAIXA <= WK-PR-SUP (WK-J)
                   MOVE WK-J TO WK-PR-IDX
                   MOVE WK-PR-CNT TO WK-J
               END-IF
           END-PERFORM
           IF WK-PR-IDX = ZEROS AND
              WK-SALDO-FAIXA > WK-PR-SUP (WK-PR-CNT)
               MOVE WK-PR-CNT TO WK-PR-IDX
           END-IF

           IF WK-PR-IDX = ZEROS
               ADD 1 TO WK-PR-TOT-SEM-FAIXA
                       WK-SALDO-MEDIO *
                       WK-PR-TAXA (WK-PR-IDX) / 100
               END-COMPUTE
               PERFORM 2046-RATEAR-PROPOSTA THRU END-2046
               IF WK-PR-NAT (WK-PR-IDX) = "T"
                   PERFORM 2085-ISENTAR-PROPOSTA THRU END-2085
               END-IF
               ADD 1 TO WK-PR-QTD (WK-PR-IDX)
               ADD WK-VALOR-PROP TO WK-PR-SOMA (WK-PR-IDX)
           END-IF
           .
       END-2060. EXIT.

      *    ULTIMA COBRANCA DA CONTA ENCERRADA NO MES: VALOR CHEIO
      *    X DIA DO ENCERRAMENTO / DIAS DO MES
       2045-RATEAR-VALOR SECTION.
           IF WK-PRO-RATA = "S"
               COMPUTE WK-VALOR-LANCTO ROUNDED =
                       WK-VALOR-LANCTO * WK-DIA-ENC / WK-DIAS-MES
               END-COMPUTE
           END-IF
           .
       END-2045. EXIT.

       2046-RATEAR-PROPOSTA SECTION.
           IF WK-PRO-RATA = "S"
               COMPUTE WK-VALOR-PROP ROUNDED =
                       WK-VALOR-PROP * WK-DIA-ENC / WK-DIAS-MES
               END-COMPUTE
           END-IF
           .
       END-2046. EXIT.

      *    PROCURAR A ISENCAO DA CONTA EM VIGOR NA DATA DO
      *    PROCESSAMENTO. AS ISENCOES DA CONTA ESTAO JUNTAS NA CHAVE,
      *    EM ORDEM DE INICIO, E O PGMS0809 NAO DEIXA OS PERIODOS SE
      *    SOBREPOREM: A VARREDURA PARA NA PRIMEIRA QUE CONTEM A DATA
      *    OU NA PRIMEIRA QUE SO COMECA DEPOIS DELA
       2070-BUSCAR-ISENCAO SECTION.
           MOVE "N"    TO WK-ISE-ACHADA
           MOVE "N"    TO WK-ISE-ZERADA
           MOVE SPACES TO WK-FIM-ISE

           IF WK-ISE-ABERTO NOT = "S"
               GO TO END-2070
           END-IF

           MOVE ER-AGENCIA TO IS-AGENCIA
           MOVE ER-NUMCTA  TO IS-NUMCTA
           MOVE ZEROS      TO IS-DT-INICIO
           START ISENCAO KEY NOT < IS-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-ISE
           END-START

           PERFORM 2072-LER-ISENCAO THRU END-2072
                        UNTIL WK-FIM-ISE = "S"
           .
       END-2070. EXIT.

       2072-LER-ISENCAO SECTION.
           READ ISENCAO NEXT RECORD INTO WK-REG-ISENCAO
               AT END
                   MOVE "S" TO WK-FIM-ISE
                   GO TO END-2072
           END-READ

           IF WK-FS-ISE NOT EQUAL ZEROS
               MOVE "ERRO NA LEITURA DO ISENCAO.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN IS-AGENCIA NOT = ER-AGENCIA
                 OR IS-NUMCTA  NOT = ER-NUMCTA
                   MOVE "S" TO WK-FIM-ISE
               WHEN IS-DT-INICIO > WK-DATA-PROC
                   MOVE "S" TO WK-FIM-ISE
               WHEN WK-IS-DT-FIM-A NUMERIC
                AND WK-IS-DT-FIM < WK-DATA-PROC
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WK-FIM-ISE
                   PERFORM 2074-CRITICAR-ISENCAO THRU END-2074
           END-EVALUATE
           .
       END-2072. EXIT.

      *    A ISENCAO QUE COBRE A DATA SO VALE COM OS NUMEROS LEGIVEIS
      *    E COERENTES COM O TIPO. REGISTRO CORROMPIDO NAO ISENTA
      *    NADA: A TARIFA SAI CHEIA E A CONTA FICA APONTADA
       2074-CRITICAR-ISENCAO SECTION.
           EVALUATE TRUE
               WHEN WK-IS-DT-FIM-A NOT NUMERIC
                   CONTINUE
               WHEN WK-IS-TIPO = "T"
                   MOVE "S" TO WK-ISE-ACHADA
               WHEN WK-IS-TIPO = "P"
                AND WK-IS-PERCENTUAL-A NUMERIC
                   IF WK-IS-PERCENTUAL > ZEROS AND
                      WK-IS-PERCENTUAL <= 100
                       MOVE "S" TO WK-ISE-ACHADA
                   END-IF
               WHEN WK-IS-TIPO = "V"
                AND WK-IS-TETO-A NUMERIC
                   MOVE "S" TO WK-ISE-ACHADA
           END-EVALUATE

           IF WK-ISE-ACHADA NOT = "S"
               ADD 1 TO WK-TOT-ISE-INVALIDAS
               DISPLAY "ISENCAO INVALIDA - TARIFA COBRADA CHEIA: "
                       WK-ER-AGENCIA "/" WK-ER-NUMCTA
                       " INICIO " WK-IS-DT-INICIO
           END-IF
           .
       END-2074. EXIT.

      *    VALOR COBRADO A PARTIR DA TARIFA CHEIA (JA RATEADA):
      *    T = NADA, P = TARIFA MENOS O PERCENTUAL DE DESCONTO,
      *    V = NO MAXIMO O TETO
       2075-APLICAR-ISENCAO SECTION.
           MOVE WK-ISE-CHEIO TO WK-ISE-COBRADO

           EVALUATE WK-IS-TIPO
               WHEN "T"
                   MOVE ZEROS TO WK-ISE-COBRADO
               WHEN "P"
                   COMPUTE WK-ISE-COBRADO ROUNDED =
                           WK-ISE-CHEIO -
                           WK-ISE-CHEIO * WK-IS-PERCENTUAL / 100
                   END-COMPUTE
               WHEN "V"
                   IF WK-ISE-CHEIO > WK-IS-TETO
                       MOVE WK-IS-TETO TO WK-ISE-COBRADO
                   END-IF
           END-EVALUATE
           .
       END-2075. EXIT.

      *    ISENTAR A TARIFA DO CONJUNTO EM VIGOR. SO DEBITO E TARIFA:
      *    O CREDITO DA FAIXA DE NATUREZA C NUNCA E REDUZIDO. A CONTA
      *    ENTRA NO RELATORIO COM A TARIFA DEVIDA E A COBRADA
       2080-ISENTAR-LANCTO SECTION.
           IF WK-ISE-ACHADA NOT = "S" OR WK-LAN-TIPO NOT = "D"
               GO TO END-2080
           END-IF

           MOVE WK-VALOR-LANCTO TO WK-ISE-CHEIO
           PERFORM 2075-APLICAR-ISENCAO THRU END-2075
           MOVE WK-ISE-COBRADO  TO WK-VALOR-LANCTO

           IF WK-ISE-COBRADO = ZEROS
               MOVE "S" TO WK-ISE-ZERADA
           END-IF

           ADD 1              TO WK-TOT-ISENTAS
           ADD WK-ISE-CHEIO   TO WK-ISE-TOT-CHEIO
           ADD WK-ISE-COBRADO TO WK-ISE-TOT-COBRADO

           PERFORM 2090-ACUMULAR-ISENCAO THRU END-2090
           .
       END-2080. EXIT.

      *    NA SIMULACAO A MESMA ISENCAO VALE PARA O CONJUNTO PROPOSTO,
      *    PARA O COMPARATIVO MEDIR SO O EFEITO DA TABELA NOVA
       2085-ISENTAR-PROPOSTA SECTION.
           IF WK-ISE-ACHADA NOT = "S"
               GO TO END-2085
           END-IF

           MOVE WK-VALOR-PROP TO WK-ISE-CHEIO
           PERFORM 2075-APLICAR-ISENCAO THRU END-2075
           MOVE WK-ISE-COBRADO TO WK-VALOR-PROP

           ADD WK-ISE-CHEIO   TO WK-ISE-PR-CHEIO
           ADD WK-ISE-COBRADO TO WK-ISE-PR-COBRADO
           .
       END-2085. EXIT.

      *    ACUMULAR POR AGENCIA + MOTIVO. O ERESUMO VEM EM ORDEM DE
      *    AGENCIA, ENTAO A ENTRADA DA AGENCIA CORRENTE ESTA NO FIM DA
      *    TABELA: A BUSCA VOLTA DO FIM ATE TROCAR DE AGENCIA
       2090-ACUMULAR-ISENCAO SECTION.
           MOVE ZEROS TO WK-IR-IDX2
           PERFORM VARYING WK-IR-IDX FROM WK-IR-CNT BY -1
                   UNTIL WK-IR-IDX < 1
               IF WK-IR-AGENCIA (WK-IR-IDX) NOT = WK-ER-AGENCIA
                   MOVE 1 TO WK-IR-IDX
               ELSE
                   IF WK-IR-MOTIVO (WK-IR-IDX) = WK-IS-MOTIVO
                       MOVE WK-IR-IDX TO WK-IR-IDX2
                       MOVE 1 TO WK-IR-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WK-IR-IDX2 = ZEROS
               IF WK-IR-CNT >= 2000
                   MOVE "TABELA DE ISENCOES (RELISEN) CHEIA" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-IR-CNT
               MOVE WK-IR-CNT     TO WK-IR-IDX2
               MOVE WK-ER-AGENCIA TO WK-IR-AGENCIA (WK-IR-IDX2)
               MOVE WK-IS-MOTIVO  TO WK-IR-MOTIVO  (WK-IR-IDX2)
           END-IF

           ADD 1              TO WK-IR-QTD     (WK-IR-IDX2)
           ADD WK-ISE-CHEIO   TO WK-IR-CHEIO   (WK-IR-IDX2)
           ADD WK-ISE-COBRADO TO WK-IR-COBRADO (WK-IR-IDX2)

           MOVE ZEROS TO WK-IM-IDX
           PERFORM VARYING WK-IR-IDX FROM 1 BY 1
                   UNTIL WK-IR-IDX > WK-IM-CNT
               IF WK-IM-MOTIVO (WK-IR-IDX) = WK-IS-MOTIVO
                   MOVE WK-IR-IDX TO WK-IM-IDX
                   MOVE WK-IM-CNT TO WK-IR-IDX
               END-IF
           END-PERFORM

           IF WK-IM-IDX = ZEROS
               IF WK-IM-CNT >= 100
                   MOVE "TABELA DE MOTIVOS DE ISENCAO CHEIA" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-IM-CNT
               MOVE WK-IM-CNT    TO WK-IM-IDX
               MOVE WK-IS-MOTIVO TO WK-IM-MOTIVO (WK-IM-IDX)
           END-IF

           ADD 1              TO WK-IM-QTD     (WK-IM-IDX)
           ADD WK-ISE-CHEIO   TO WK-IM-CHEIO   (WK-IM-IDX)
           ADD WK-ISE-COBRADO TO WK-IM-COBRADO (WK-IM-IDX)
           .
       END-2090. EXIT.

       2050-GRAVAR-LANCTO SECTION.
      *    TARIFA ZERADA PELA ISENCAO TOTAL NAO VIRA LINHA DE
      *    LANCAMENTO - SO APARECE NO RELATORIO DE RECEITA DISPENSADA
           IF WK-ISE-ZERADA = "S"
               ADD 1 TO WK-TOT-ISE-ZERADAS
               GO TO END-2050
           END-IF

           MOVE WK-ER-AGENCIA   TO WK-LAN-AGENCIA
           MOVE WK-ER-NUMCTA    TO WK-LAN-CONTA
           MOVE WK-VALOR-LANCTO TO WK-LAN-VALOR
           .
       END-2050. EXIT.

      *    RETENCAO NA FONTE SOBRE O CREDITO DE JUROS RECEM GRAVADO:
      *    O IMPOSTO SAI COMO DEBITO DE ORIGEM R NA CONTA E O LIQUIDO
      *    COMO LINHA L (SO MEMORIA - NAO MOVIMENTA CONTA NENHUMA; O
      *    PGMP0805 CONFERE COM ELA QUE BRUTO - IMPOSTO = LIQUIDO).
      *    IMPOSTO ZERO (CREDITO PEQUENO OU ALIQUOTA ZERO) NAO GERA
      *    LINHA DE DEBITO, MAS A LINHA DO LIQUIDO SAI SEMPRE
       2055-RETER-IMPOSTO SECTION.
           MOVE WK-VALOR-LANCTO TO WK-RT-BRUTO
           COMPUTE WK-RT-IMPOSTO ROUNDED =
                   WK-RT-BRUTO * WK-ALQ-ALIQUOTA / 100
           END-COMPUTE
           COMPUTE WK-RT-LIQUIDO = WK-RT-BRUTO - WK-RT-IMPOSTO
           END-COMPUTE

           IF WK-RT-IMPOSTO > ZEROS
               MOVE WK-RT-IMPOSTO TO WK-VALOR-LANCTO
               MOVE "D"           TO WK-LAN-TIPO
               MOVE "R"           TO WK-LAN-ORIGEM
               PERFORM 2050-GRAVAR-LANCTO THRU END-2050
               ADD 1 TO WK-RT-QTD-IMPOSTO
           END-IF

           MOVE WK-RT-LIQUIDO TO WK-VALOR-LANCTO
           MOVE "L"           TO WK-LAN-TIPO
           MOVE "R"           TO WK-LAN-ORIGEM
           PERFORM 2050-GRAVAR-LANCTO THRU END-2050

           ADD 1             TO WK-RT-QTD
           ADD WK-RT-BRUTO   TO WK-RT-TOT-BRUTO
           ADD WK-RT-IMPOSTO TO WK-RT-TOT-IMPOSTO
           ADD WK-RT-LIQUIDO TO WK-RT-TOT-LIQUIDO

           PERFORM 2057-ACUMULAR-RENDIMENTO THRU END-2057
           .
       END-2055. EXIT.

      *    SOMAR O CREDITO NO ACUMULADO DA CONTA NO ANO. A MESMA DATA
      *    PROCESSADA DE NOVO (O LANCTO E REFEITO POR INTEIRO) DESFAZ
      *    O CREDITO ANTERIOR DELA ANTES DE SOMAR; DATA ANTERIOR A DO
      *    ULTIMO CREDITO ACUMULADO NAO E SOMADA - O INFORME FICARIA
      *    EM DOBRO - E A CONTA E APONTADA PARA CONFERENCIA
       2057-ACUMULAR-RENDIMENTO SECTION.
           MOVE WK-ANO-PROC   TO RD-ANO
           MOVE WK-ER-AGENCIA TO RD-AGENCIA
           MOVE WK-ER-NUMCTA  TO RD-NUMCTA

           READ RENDIR INTO WK-REG-RENDIR
               INVALID KEY
                   MOVE "N" TO WK-RD-ACHADO
               NOT INVALID KEY
                   MOVE "S" TO WK-RD-ACHADO
           END-READ

           IF WK-FS-RD NOT EQUAL ZEROS AND
               WK-FS-RD NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO RENDIR" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-RD-ACHADO = "N"
               INITIALIZE WK-REG-RENDIR
               MOVE WK-ANO-PROC   TO WK-RD-ANO
               MOVE WK-ER-AGENCIA TO WK-RD-AGENCIA
               MOVE WK-ER-NUMCTA  TO WK-RD-NUMCTA
           ELSE
               IF WK-RD-DT-ULTIMO > WK-DATA-PROC
                   ADD 1 TO WK-TOT-RD-FORA
                   DISPLAY "AVISO: RENDIMENTO JA ACUMULADO ATE "
                           WK-RD-DT-ULTIMO " - CREDITO NAO SOMADO: "
                           WK-ER-AGENCIA "/" WK-ER-NUMCTA
                   GO TO END-2057
               END-IF
               IF WK-RD-DT-ULTIMO = WK-DATA-PROC
                   SUBTRACT 1 FROM WK-RD-QTD
                   SUBTRACT WK-RD-ULT-BRUTO   FROM WK-RD-BRUTO
                   SUBTRACT WK-RD-ULT-IMPOSTO FROM WK-RD-IMPOSTO
                   COMPUTE WK-RD-LIQUIDO = WK-RD-LIQUIDO -
                           (WK-RD-ULT-BRUTO - WK-RD-ULT-IMPOSTO)
                   END-COMPUTE
                   ADD 1 TO WK-TOT-RD-REFEITOS
               END-IF
           END-IF

           ADD 1             TO WK-RD-QTD
           ADD WK-RT-BRUTO   TO WK-RD-BRUTO
           ADD WK-RT-IMPOSTO TO WK-RD-IMPOSTO
           ADD WK-RT-LIQUIDO TO WK-RD-LIQUIDO
           MOVE WK-DATA-PROC  TO WK-RD-DT-ULTIMO
           MOVE WK-RT-BRUTO   TO WK-RD-ULT-BRUTO
           MOVE WK-RT-IMPOSTO TO WK-RD-ULT-IMPOSTO
           MOVE WK-ER-CLI-TIPO TO WK-RD-CLI-TIPO
           MOVE WK-ER-CLI-DOC  TO WK-RD-CLI-DOC

           IF WK-RD-ACHADO = "N"
               WRITE REG-RENDIR FROM WK-REG-RENDIR
           ELSE
               REWRITE REG-RENDIR FROM WK-REG-RENDIR
           END-IF

           IF WK-FS-RD NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO RENDIR" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       END-2057. EXIT.

       3000-IMPRIMIR-RESUMO SECTION.
           MOVE WK-DATA TO SUM2-DATA

           MOVE WK-TOT-SEM-FAIXA TO SUM7-QTD
           WRITE REG-SUMTAR FROM WK-SUM7 AFTER 1

           MOVE WK-TOT-PRO-RATA TO SUM8-QTD
           WRITE REG-SUMTAR FROM WK-SUM8 AFTER 1
           MOVE WK-TOT-ENCERRADAS TO SUM9-QTD
           WRITE REG-SUMTAR FROM WK-SUM9 AFTER 1
           MOVE WK-TOT-CONSOLIDADAS TO SUM10-QTD
           MOVE WK-CS-CNT           TO SUM10-CLI
           WRITE REG-SUMTAR FROM WK-SUM10 AFTER 1
           COMPUTE WK-ISE-DISPENSADO =
                   WK-ISE-TOT-CHEIO - WK-ISE-TOT-COBRADO
           END-COMPUTE
           MOVE WK-TOT-ISENTAS    TO SUM11-QTD
           MOVE WK-ISE-DISPENSADO TO SUM11-SOMA
           WRITE REG-SUMTAR FROM WK-SUM11 AFTER 1
           MOVE WK-TOT-ISE-ZERADAS TO SUM12-QTD
           WRITE REG-SUMTAR FROM WK-SUM12 AFTER 1

      *    RETENCAO NA FONTE: BRUTO, IMPOSTO E LIQUIDO DOS CREDITOS,
      *    A ALIQUOTA APLICADA E AS CONTAS FORA DO ACUMULADO ANUAL
           MOVE 'JUROS CREDITADOS-BRUTO' TO SUM13-LABEL
           MOVE WK-RT-QTD                TO SUM13-QTD
           MOVE WK-RT-TOT-BRUTO          TO SUM13-SOMA
           WRITE REG-SUMTAR FROM WK-SUM13 AFTER 2
           MOVE 'IR RETIDO NA FONTE'     TO SUM13-LABEL
           MOVE WK-RT-QTD-IMPOSTO        TO SUM13-QTD
           MOVE WK-RT-TOT-IMPOSTO        TO SUM13-SOMA
           WRITE REG-SUMTAR FROM WK-SUM13 AFTER 1
           MOVE 'JUROS CREDITADOS-LIQUIDO' TO SUM13-LABEL
           MOVE WK-RT-QTD                TO SUM13-QTD
           MOVE WK-RT-TOT-LIQUIDO        TO SUM13-SOMA
           WRITE REG-SUMTAR FROM WK-SUM13 AFTER 1
           MOVE WK-ALQ-ALIQUOTA          TO SUM14-ALIQUOTA
           MOVE WK-ALQ-VIGENCIA          TO SUM14-VIGENCIA
           WRITE REG-SUMTAR FROM WK-SUM14 AFTER 1
           MOVE WK-TOT-RD-FORA           TO SUM15-QTD
           MOVE WK-TOT-RD-REFEITOS       TO SUM15-REFEITOS
           WRITE REG-SUMTAR FROM WK-SUM15 AFTER 1

      *    O RESUMO E A PECA DE CONCILIACAO DOS LANCAMENTOS - FALHA
      *    DE GRAVACAO NELE NAO PODE TERMINAR COM RETORNO ZERO
           IF WK-FS-SUM NOT EQUAL ZEROS
           DISPLAY "TARIFA MINIMA:      " WK-TOT-MINIMA
           DISPLAY "CONTAS SEM FAIXA:   " WK-TOT-SEM-FAIXA
           DISPLAY "CONTAS REJEITADAS:  " WK-TOT-REJEITADOS
           DISPLAY "ENCERRADAS NO MES:  " WK-TOT-PRO-RATA
           DISPLAY "ENCERRADAS ANTES:   " WK-TOT-ENCERRADAS
           DISPLAY "FAIXA PELO CLIENTE: " WK-TOT-CONSOLIDADAS
           DISPLAY "ACIMA ULTIMA FAIXA: " WK-TOT-ACIMA-TETO
           DISPLAY "CLIENTES CONSOLID.: " WK-CS-CNT
           DISPLAY "ISENCOES APLICADAS: " WK-TOT-ISENTAS
           DISPLAY "ISENTAS SEM LANCTO: " WK-TOT-ISE-ZERADAS
           DISPLAY "ISENCOES INVALIDAS: " WK-TOT-ISE-INVALIDAS
           DISPLAY "CREDITOS COM IR:    " WK-RT-QTD
           DISPLAY "JUROS BRUTOS:       " WK-RT-TOT-BRUTO
           DISPLAY "IR RETIDO:          " WK-RT-TOT-IMPOSTO
           DISPLAY "JUROS LIQUIDOS:     " WK-RT-TOT-LIQUIDO
           DISPLAY "RENDIM. NAO SOMADO: " WK-TOT-RD-FORA
           DISPLAY "RENDIM. REFEITO:    " WK-TOT-RD-REFEITOS
           .
       END-3000. EXIT.

      *    RELATORIO DA RECEITA DISPENSADA: POR AGENCIA E MOTIVO, A
      *    TARIFA QUE SERIA COBRADA SEM A ISENCAO AO LADO DO VALOR
      *    EFETIVAMENTE COBRADO, COM TOTAL DA AGENCIA, QUADRO POR
      *    MOTIVO DO BANCO E TOTAL GERAL
       3100-IMPRIMIR-ISENCOES SECTION.
           PERFORM 3110-ORDENAR-ISENCOES THRU END-3110

           MOVE 999    TO WK-ISN-LINHAS
           MOVE ZEROS  TO WK-ISN-PAGINAS
           MOVE SPACES TO WK-IR-AG-ATUAL
           MOVE ZEROS  TO WK-AG-QTD
           MOVE ZEROS  TO WK-AG-CHEIO
           MOVE ZEROS  TO WK-AG-COBRADO

           PERFORM VARYING WK-IR-IDX FROM 1 BY 1
                   UNTIL WK-IR-IDX > WK-IR-CNT
               IF WK-IR-AGENCIA (WK-IR-IDX) NOT = WK-IR-AG-ATUAL
                   IF WK-IR-AG-ATUAL NOT = SPACES
                       PERFORM 3130-TOTAL-AGENCIA THRU END-3130
                   END-IF
                   MOVE WK-IR-AGENCIA (WK-IR-IDX) TO WK-IR-AG-ATUAL
               END-IF

               IF WK-ISN-LINHAS > 57
                   PERFORM 3120-CABECALHO-ISENCOES THRU END-3120
               END-IF

               COMPUTE WK-ISE-DISPENSADO =
                       WK-IR-CHEIO (WK-IR-IDX) -
                       WK-IR-COBRADO (WK-IR-IDX)
               END-COMPUTE
               MOVE WK-IR-AGENCIA (WK-IR-IDX) TO ISN6-AGENCIA
               MOVE WK-IR-MOTIVO  (WK-IR-IDX) TO ISN6-MOTIVO
               MOVE WK-IR-QTD     (WK-IR-IDX) TO ISN6-QTD
               MOVE WK-IR-CHEIO   (WK-IR-IDX) TO ISN6-CHEIO
               MOVE WK-IR-COBRADO (WK-IR-IDX) TO ISN6-COBRADO
               MOVE WK-ISE-DISPENSADO         TO ISN6-DISPENSADO
               WRITE REG-RELISEN FROM WK-ISN6 AFTER 1
               PERFORM 3190-CONFERIR-RELISEN THRU END-3190
               ADD 1 TO WK-ISN-LINHAS

               ADD WK-IR-QTD     (WK-IR-IDX) TO WK-AG-QTD
               ADD WK-IR-CHEIO   (WK-IR-IDX) TO WK-AG-CHEIO
               ADD WK-IR-COBRADO (WK-IR-IDX) TO WK-AG-COBRADO
           END-PERFORM

           IF WK-IR-AG-ATUAL NOT = SPACES
               PERFORM 3130-TOTAL-AGENCIA THRU END-3130
           END-IF

      *    QUADRO POR MOTIVO E TOTAL GERAL SEMPRE NA MESMA PAGINA
           IF WK-ISN-LINHAS + WK-IM-CNT + 5 > 57
               PERFORM 3120-CABECALHO-ISENCOES THRU END-3120
           END-IF

           MOVE "TOTAL POR MOTIVO" TO ISN8-TITULO
           WRITE REG-RELISEN FROM WK-ISN8 AFTER 2
           PERFORM 3190-CONFERIR-RELISEN THRU END-3190
           ADD 2 TO WK-ISN-LINHAS

           PERFORM VARYING WK-IM-IDX FROM 1 BY 1
                   UNTIL WK-IM-IDX > WK-IM-CNT
               COMPUTE WK-ISE-DISPENSADO =
                       WK-IM-CHEIO (WK-IM-IDX) -
                       WK-IM-COBRADO (WK-IM-IDX)
               END-COMPUTE
               MOVE SPACES                    TO ISN6-AGENCIA
               MOVE WK-IM-MOTIVO  (WK-IM-IDX) TO ISN6-MOTIVO
               MOVE WK-IM-QTD     (WK-IM-IDX) TO ISN6-QTD
               MOVE WK-IM-CHEIO   (WK-IM-IDX) TO ISN6-CHEIO
               MOVE WK-IM-COBRADO (WK-IM-IDX) TO ISN6-COBRADO
               MOVE WK-ISE-DISPENSADO         TO ISN6-DISPENSADO
               WRITE REG-RELISEN FROM WK-ISN6 AFTER 1
               PERFORM 3190-CONFERIR-RELISEN THRU END-3190
               ADD 1 TO WK-ISN-LINHAS
           END-PERFORM

           COMPUTE WK-ISE-DISPENSADO =
                   WK-ISE-TOT-CHEIO - WK-ISE-TOT-COBRADO
           END-COMPUTE
           MOVE "TOTAL GERAL"      TO ISN7-LABEL
           MOVE WK-TOT-ISENTAS     TO ISN7-QTD
           MOVE WK-ISE-TOT-CHEIO   TO ISN7-CHEIO
           MOVE WK-ISE-TOT-COBRADO TO ISN7-COBRADO
           MOVE WK-ISE-DISPENSADO  TO ISN7-DISPENSADO
           WRITE REG-RELISEN FROM WK-ISN7 AFTER 2
           PERFORM 3190-CONFERIR-RELISEN THRU END-3190
           ADD 2 TO WK-ISN-LINHAS

           DISPLAY "RECEITA DISPENSADA: " WK-ISE-DISPENSADO
           .
       END-3100. EXIT.

      *    ORDENAR A TABELA POR AGENCIA + MOTIVO. ELA JA VEM EM ORDEM
      *    DE AGENCIA, ENTAO A BOLHA SO ACERTA OS MOTIVOS DENTRO DE
      *    CADA AGENCIA E TERMINA EM POUCAS PASSADAS
       3110-ORDENAR-ISENCOES SECTION.
           MOVE "S" TO WK-IR-TROCOU
           PERFORM UNTIL WK-IR-TROCOU = "N"
               MOVE "N" TO WK-IR-TROCOU
               PERFORM VARYING WK-IR-IDX FROM 1 BY 1
                       UNTIL WK-IR-IDX >= WK-IR-CNT
                   COMPUTE WK-IR-IDX2 = WK-IR-IDX + 1
                   END-COMPUTE
                   IF WK-IR-CHAVE (WK-IR-IDX) >
                      WK-IR-CHAVE (WK-IR-IDX2)
                       MOVE WK-IR-ENTRY (WK-IR-IDX)  TO WK-IR-AUX
                       MOVE WK-IR-ENTRY (WK-IR-IDX2)
                         TO WK-IR-ENTRY (WK-IR-IDX)
                       MOVE WK-IR-AUX TO WK-IR-ENTRY (WK-IR-IDX2)
                       MOVE "S" TO WK-IR-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       END-3110. EXIT.

       3120-CABECALHO-ISENCOES SECTION.
           ADD 1 TO WK-ISN-PAGINAS
           MOVE WK-ISN-PAGINAS TO ISN1-PAG
           MOVE WK-DATA        TO ISN2-DATA
           MOVE WK-DATA-PROC   TO ISN4-DATA

           IF WK-ISN-PAGINAS = 1
               WRITE REG-RELISEN FROM WK-ISN1 BEFORE 1
           ELSE
               WRITE REG-RELISEN FROM WK-ISN1 AFTER PAGE
           END-IF
           WRITE REG-RELISEN FROM WK-ISN2 AFTER 1
           WRITE REG-RELISEN FROM WK-ISN3 AFTER 2
           WRITE REG-RELISEN FROM WK-ISN4 AFTER 1
           WRITE REG-RELISEN FROM WK-ISN5 AFTER 2
           PERFORM 3190-CONFERIR-RELISEN THRU END-3190

           MOVE 8 TO WK-ISN-LINHAS
           .
       END-3120. EXIT.

       3130-TOTAL-AGENCIA SECTION.
           COMPUTE WK-ISE-DISPENSADO = WK-AG-CHEIO - WK-AG-COBRADO
           END-COMPUTE
           MOVE "TOTAL DA AGENCIA" TO ISN7-LABEL
           MOVE WK-AG-QTD          TO ISN7-QTD
           MOVE WK-AG-CHEIO        TO ISN7-CHEIO
           MOVE WK-AG-COBRADO      TO ISN7-COBRADO
           MOVE WK-ISE-DISPENSADO  TO ISN7-DISPENSADO
           WRITE REG-RELISEN FROM WK-ISN7 AFTER 1
           PERFORM 3190-CONFERIR-RELISEN THRU END-3190

           MOVE SPACES TO REG-RELISEN
           WRITE REG-RELISEN AFTER 1
           PERFORM 3190-CONFERIR-RELISEN THRU END-3190
           ADD 2 TO WK-ISN-LINHAS

           MOVE ZEROS TO WK-AG-QTD
           MOVE ZEROS TO WK-AG-CHEIO
           MOVE ZEROS TO WK-AG-COBRADO
           .
       END-3130. EXIT.

      *    O RELATORIO E A PROVA DA RECEITA DE QUE O BANCO ABRIU MAO -
      *    FALHA DE GRAVACAO NELE NAO PODE TERMINAR COM RETORNO ZERO
       3190-CONFERIR-RELISEN SECTION.
           IF WK-FS-RIS NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO RELISEN.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       END-3190. EXIT.

      *    QUADROS FINAIS DO COMPARATIVO DE SIMULACAO: O CONJUNTO
      *    ATUAL E O PROPOSTO FAIXA A FAIXA (CONTAS E VALORES) E O
      *    COMPARATIVO POR NATUREZA COM O DELTA - O NUMERO QUE O
           MOVE WK-CMP-DELTA       TO SIM8-DELTA
           WRITE REG-SIMTAR FROM WK-SIM8 AFTER 1

      *    RECEITA QUE AS ISENCOES EM VIGOR DISPENSAM EM CADA
      *    CONJUNTO - OS VALORES ACIMA JA SAO OS COBRADOS
           COMPUTE WK-CMP-ATUAL =
                   WK-ISE-TOT-CHEIO - WK-ISE-TOT-COBRADO
           END-COMPUTE
           COMPUTE WK-CMP-PROP =
                   WK-ISE-PR-CHEIO - WK-ISE-PR-COBRADO
           END-COMPUTE
           COMPUTE WK-CMP-DELTA = WK-CMP-PROP - WK-CMP-ATUAL
           END-COMPUTE
           MOVE "ISENCOES (DISP.)" TO SIM8-LABEL
           MOVE WK-CMP-ATUAL TO SIM8-ATUAL
           MOVE WK-CMP-PROP  TO SIM8-PROP
           MOVE WK-CMP-DELTA TO SIM8-DELTA
           WRITE REG-SIMTAR FROM WK-SIM8 AFTER 1

           MOVE WK-TOT-MUDAM-FAIXA  TO SIM10-QTD
           MOVE WK-PR-TOT-SEM-FAIXA TO SIM10-SEM-FX
           WRITE REG-SIMTAR FROM WK-SIM10 AFTER 2
           DISPLAY "CONTAS MUDANDO FAIXA:   " WK-TOT-MUDAM-FAIXA
           DISPLAY "SEM FAIXA (ATUAL):      " WK-TOT-SEM-FAIXA
           DISPLAY "SEM FAIXA (PROPOSTA):   " WK-PR-TOT-SEM-FAIXA
           DISPLAY "ACIMA ULTIMA FX (ATUAL):" WK-TOT-ACIMA-TETO
           DISPLAY "CONTAS REJEITADAS:      " WK-TOT-REJEITADOS
           DISPLAY "ISENCOES APLICADAS:     " WK-TOT-ISENTAS
           DISPLAY "ISENCOES INVALIDAS:     " WK-TOT-ISE-INVALIDAS
           .
       END-3300. EXIT.

           CLOSE ERESUMO
           CLOSE TARMST

           IF WK-ISE-ABERTO = "S"
               CLOSE ISENCAO
           END-IF

           IF WK-PARM-SIMULA = "S"
               CLOSE TARPROP

               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE RELISEN

           IF WK-FS-RIS NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO RELISEN.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE ALIQIR

           CLOSE RENDIR

           IF WK-FS-RD NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO RENDIR.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       END-3500. EXIT.

           DISPLAY "FILE STATUS SUMTAR : " WK-FS-SUM
           DISPLAY "FILE STATUS TARPROP: " WK-FS-PROP
           DISPLAY "FILE STATUS SIMTAR : " WK-FS-SIM
           DISPLAY "FILE STATUS ISENCAO: " WK-FS-ISE
           DISPLAY "FILE STATUS RELISEN: " WK-FS-RIS
           DISPLAY "FILE STATUS ALIQIR : " WK-FS-ALQ
           DISPLAY "FILE STATUS RENDIR : " WK-FS-RD
           DISPLAY "==================================================="
           .
       9000-FIM. EXIT.
