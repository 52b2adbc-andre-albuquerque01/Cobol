      *          e acumulada no mes correspondente da conta: o campo
      *          VALOR do periodo passa a ser a media dos saldos
      *          diarios do mes e o campo DIAS a quantidade de dias
      *          informados. Movimentos sem conta cadastrada, ou de
      *          conta ja encerrada, sao listados em MOVREJ.DAT.
      *          Modo estorno (PGMS0802_ESTORNO=S): desfaz a aplicacao
      *          de um movimento errado - cada linha aceita tem o
      *          saldo SUBTRAIDO da soma ja fundida no VALOR do mes e
      *          recarimbados como numa aplicacao normal e o relatorio
      *          de estorno MOVEST.DAT comprova a agencia o que foi
      *          desfeito.
      *          O saldo diario vem com 7 digitos sem sinal ou com
      *          sinal e 9 digitos (+000000000/-000000000): conta a
      *          descoberto entra negativa e abate da media do mes.
      *          O MOVDIA traz cabecalho (H,AAAAMMDD,SEQUENCIA) e
      *          trailer (T,QUANTIDADE,SOMA DOS SALDOS), conferidos
      *          antes de qualquer lancamento; arquivo que nao confere
      *          e recusado inteiro com retorno 8. O registro MOVREG.DAT
      *          guarda as datas ja aplicadas e a ultima sequencia: a
      *          mesma data nao e aplicada duas vezes (so estornada) e
      *          sequencia pulada e avisada; o arquivo atrasado do dia
      *          pulado entra depois com a sua sequencia menor, desde
      *          que a data ainda nao esteja registrada. Com o
      *          calendario CALEND.DAT (PGMS0811) o relatorio MOVCTL.DAT
      *          aponta os dias uteis
      *          sem movimento e as contas cujo DIAS de um mes difere
      *          dos dias uteis esperados - saldo medio nao confiavel.
      * Tectonics: cobc
      * Obeservation: ER significa ERESUMO, MV significa MOVIMENTO.
      ******************************************************************
           SELECT MOVEST ASSIGN TO "MOVEST.DAT"
                  FILE STATUS IS WK-FS-EST.

      *    CADASTRO DE AGENCIAS (PGMS0808): O MOVIMENTO SO E ACEITO
      *    PARA AGENCIA CADASTRADA E EM FUNCIONAMENTO NA DATA DA LINHA
           SELECT AGENCIA ASSIGN TO "AGENCIA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CODIGO
                  FILE STATUS IS WK-FS-AG.

      *    REGISTRO DOS MOVIMENTOS JA APLICADOS, PELA DATA DO
      *    MOVIMENTO: BARRA A SEGUNDA APLICACAO DO MESMO DIA
           SELECT MOVREG ASSIGN TO "MOVREG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MR-DATA
                  FILE STATUS IS WK-FS-MR.

      *    CALENDARIO DE DIAS UTEIS (PGMS0811): SO AS EXCECOES AO
      *    SEGUNDA A SEXTA. SEM ELE VALE O SEGUNDA A SEXTA PURO
           SELECT CALEND ASSIGN TO "CALEND.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-DATA
                  FILE STATUS IS WK-FS-CA.

      *    RELATORIO DE CONTROLE DO MOVIMENTO: CABECALHO/TRAILER,
      *    DIAS UTEIS SEM MOVIMENTO E CONTAS COM DIAS DIVERGENTE
           SELECT MOVCTL ASSIGN TO "MOVCTL.DAT"
                  FILE STATUS IS WK-FS-CTL.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

       FD  MOVDIA.


       01  REG-MOVEST                  PIC X(80).

       FD  AGENCIA.

       01  REG-AGENCIA.
           05 AG-CODIGO                PIC 9(04).
           05 AG-DADOS                 PIC X(96).

       FD  MOVREG.

       01  REG-MOVREG.
           05 MR-DATA                  PIC 9(08).
           05 MR-DADOS                 PIC X(72).

       FD  CALEND.

       01  REG-CALEND.
           05 CA-DATA                  PIC 9(08).
           05 CA-DADOS                 PIC X(72).

       FD  MOVCTL.

       01  REG-MOVCTL                  PIC X(80).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).
       77  WK-FS-MV                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-REJ                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-EST                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-AG                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-MR                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-CA                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-CTL                   PIC 9(02) VALUE ZEROS.
       77  WK-PARM-ESTORNO             PIC X(01) VALUE "N".
       77  WK-TOT-MESES-ESTORNADOS     PIC 9(06) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       01  WK-MV-REG                   PIC X(100) VALUE SPACES.

      *    CAMPOS QUEBRADOS DE UMA LINHA DO MOVIMENTO DIARIO
      *    (DATA AAAAMMDD, AGENCIA, CONTA, SALDO DE FECHAMENTO). O
      *    SALDO VEM NO FORMATO ANTIGO DE 7 DIGITOS SEM SINAL OU NO
      *    FORMATO COM SINAL DO VALOR DO ERESUMO (SINAL + 9 DIGITOS);
      *    WK-MV-SALDO E O VALOR JA INTERPRETADO
       01  WK-MV-CAMPO.
           05 WK-MV-DATA-A             PIC X(08) VALUE SPACES.
           05 WK-MV-DATA REDEFINES WK-MV-DATA-A.
               10 WK-MV-DD             PIC 9(02).
           05 WK-MV-AGENCIA-A          PIC X(04) VALUE SPACES.
           05 WK-MV-NUMCTA-A           PIC X(06) VALUE SPACES.
           05 WK-MV-SALDO-A            PIC X(10) VALUE SPACES.
           05 WK-MV-SALDO-R REDEFINES WK-MV-SALDO-A.
               10 WK-MV-SALDO-7        PIC 9(05)V99.
               10 FILLER               PIC X(03).
           05 WK-MV-SALDO-S REDEFINES WK-MV-SALDO-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05 WK-MV-SOBRA              PIC X(01) VALUE SPACES.
       01  WK-MV-SALDO                 PIC S9(07)V99 VALUE ZEROS.
       77  WK-MV-SALDO-OK              PIC X(01) VALUE SPACES.

      *    TAMANHO REAL DE CADA CAMPO NA LINHA (COUNT IN DO UNSTRING):
      *    CAMPO MAIOR QUE O RECEPTOR SERIA TRUNCADO EM SILENCIO E
           05 WK-MV-TAM-CONTA          PIC 9(03) VALUE ZEROS.
           05 WK-MV-TAM-SALDO          PIC 9(03) VALUE ZEROS.

      *    CABECALHO DO MOVDIA (H,AAAAMMDD,SEQUENCIA): A DATA DO
      *    MOVIMENTO E A SEQUENCIA DO ARQUIVO. TODA LINHA DE DETALHE
      *    TEM DE SER DESSA DATA - ISSO TAMBEM MANTEM O LOTE NUM UNICO
      *    ANO CIVIL, COMO OS PERIODOS DO ERESUMO
       01  WK-MV-CAB.
           05 WK-MC-TIPO               PIC X(01) VALUE SPACES.
           05 WK-MC-DATA-A             PIC X(08) VALUE SPACES.
           05 WK-MC-DATA REDEFINES WK-MC-DATA-A PIC 9(08).
           05 WK-MC-DATA-R REDEFINES WK-MC-DATA-A.
               10 WK-MC-AAAA           PIC 9(04).
               10 WK-MC-MM             PIC 9(02).
               10 WK-MC-DD             PIC 9(02).
           05 WK-MC-SEQ-A              PIC X(06) VALUE SPACES.
           05 WK-MC-SEQ REDEFINES WK-MC-SEQ-A PIC 9(06).
           05 WK-MC-SOBRA              PIC X(01) VALUE SPACES.

      *    TRAILER DO MOVDIA (T,QUANTIDADE,SOMA): QUANTIDADE DE LINHAS
      *    DE DETALHE E SOMA DOS SALDOS, COM 2 DECIMAIS IMPLICITOS. A
      *    SOMA VEM COM 13 DIGITOS SEM SINAL OU COM SINAL + 13 DIGITOS
      *    (MOVIMENTO COM CONTAS A DESCOBERTO PODE SOMAR NEGATIVO)
       01  WK-MV-TRL.
           05 WK-MT-TIPO               PIC X(01) VALUE SPACES.
           05 WK-MT-QTD-A              PIC X(06) VALUE SPACES.
           05 WK-MT-QTD REDEFINES WK-MT-QTD-A PIC 9(06).
           05 WK-MT-SOMA-A             PIC X(14) VALUE SPACES.
           05 WK-MT-SOMA-R REDEFINES WK-MT-SOMA-A.
               10 WK-MT-SOMA-13        PIC 9(11)V99.
               10 FILLER               PIC X(01).
           05 WK-MT-SOMA-S REDEFINES WK-MT-SOMA-A
                                       PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 WK-MT-SOBRA              PIC X(01) VALUE SPACES.
       01  WK-MT-SOMA                  PIC S9(11)V99 VALUE ZEROS.

       01  WK-CT-TAMANHO.
           05 WK-CT-TAM-1              PIC 9(03) VALUE ZEROS.
           05 WK-CT-TAM-2              PIC 9(03) VALUE ZEROS.
           05 WK-CT-TAM-3              PIC 9(03) VALUE ZEROS.

      *    O QUE FOI DE FATO LIDO ENTRE O CABECALHO E O TRAILER (A
      *    QUANTIDADE E O PROPRIO WK-TOT-LIDOS)
       01  WK-MV-SOMA-LIDA             PIC S9(11)V99 VALUE ZEROS.
       77  WK-MT-LIDO                  PIC X(01) VALUE "N".
       01  WK-MOTIVO-RECUSA            PIC X(60) VALUE SPACES.
       01  WK-HOJE                     PIC 9(08) VALUE ZEROS.

      *    ULTIMA AGENCIA LIDA DO CADASTRO DE AGENCIAS: O MOVIMENTO VEM
      *    AGRUPADO POR CONTA, ENTAO A MESMA AGENCIA SE REPETE EM
      *    SEQUENCIA E SO E RELIDA QUANDO MUDA
       77  WK-AGC-CODIGO               PIC X(04) VALUE SPACES.
       77  WK-AGC-EXISTE               PIC X(01) VALUE SPACES.
       01  WK-REG-AGENCIA.
           05 WK-AGM-CODIGO            PIC 9(04) VALUE ZEROS.
           05 WK-AGM-NOME              PIC X(30) VALUE SPACES.
           05 WK-AGM-REGIAO            PIC 9(02) VALUE ZEROS.
           05 WK-AGM-CCUSTO            PIC X(06) VALUE SPACES.
           05 WK-AGM-DT-ABERTURA       PIC X(08) VALUE SPACES.
           05 WK-AGM-DT-FECHAMENTO     PIC X(08) VALUE SPACES.
           05 WK-AGM-DT-CADASTRO       PIC 9(08) VALUE ZEROS.
           05 WK-AGM-DT-ALTERACAO      PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  WK-REG-ERESUMO.
           05 WK-ER-AGENCIA-A          PIC 9(04)    VALUES ZEROS.
           05 WK-ER-NUMCTA-A           PIC 9(06)    VALUES ZEROS.
           05 WK-ER-NOME               PIC X(23)    VALUES SPACES.
           05 WK-ER-PERIODO OCCURS 12 TIMES.
               10 WK-ER-VALORS-A       PIC X(10)    VALUE SPACES.
               10 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
               10 WK-ER-DIAS-A         PIC X(03)    VALUE SPACES.
               10 WK-ER-DIAS REDEFINES   WK-ER-DIAS-A     PIC 9(03).
      *    SITUACAO DA CONTA (A=ATIVA B=BLOQUEADA E=ENCERRADA) E DATA
      *    DA ULTIMA MUDANCA DE SITUACAO; O RESTO DO REGISTRO FICA
      *    RESERVADO PARA EXPANSAO
           05 WK-ER-SITUACAO           PIC X(01)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO-A      PIC X(08)    VALUE SPACES.
           05 WK-ER-DT-SITUACAO REDEFINES WK-ER-DT-SITUACAO-A
                                       PIC 9(08).
           05 FILLER                   PIC X(52)    VALUE SPACES.
       01  WK-I                        PIC 9(02) VALUES 1.

      *    TABELA DE ACUMULACAO DO MOVIMENTO POR CONTA: SOMA DOS
               10 WK-TM-AGENCIA        PIC 9(04)    VALUE ZEROS.
               10 WK-TM-NUMCTA         PIC 9(06)    VALUE ZEROS.
               10 WK-TM-MES OCCURS 12 TIMES.
                   15 WK-TM-SOMA       PIC S9(09)V99 VALUE ZEROS.
                   15 WK-TM-DIAS       PIC 9(03)    VALUE ZEROS.
                   15 WK-TM-DIA-VISTO OCCURS 31 TIMES
                                       PIC X(01)    VALUE SPACES.
       77  WK-J                        PIC 9(05) VALUE ZEROS.

      *    APOIO DA FUSAO DO ACUMULADO COM O PERIODO JA GRAVADO
       01  WK-SOMA-TOTAL               PIC S9(11)V99 VALUE ZEROS.
       01  WK-DIAS-TOTAL               PIC 9(04)    VALUE ZEROS.

      *    LINHA DE REJEICAO: LINHA ORIGINAL + MOTIVO
           05 WK-CAB-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-CAB-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-CAB-PROGRAMA          PIC X(08) VALUE "PGMS0802".
           05 FILLER                   PIC X(218) VALUE SPACES.

       01  WK-REG-TRL.
           05 WK-TRL-CHAVE             PIC X(10) VALUE "9999999999".
           05 WK-TRL-QTD               PIC 9(06) VALUE ZEROS.
           05 WK-TRL-HASH              PIC 9(12) VALUE ZEROS.
           05 WK-TRL-SOMA              PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 FILLER                   PIC X(206) VALUE SPACES.

       77  WK-FIM-CTL                  PIC X(01) VALUE SPACES.
       01  WK-CTL-AGORA                PIC X(14) VALUE SPACES.
      *    APOIO DO ESTORNO: SOMA RECONSTRUIDA DO MES COMO ESTA
      *    GRAVADA (VALOR X DIAS), PARA SUBTRAIR O ACUMULADO DO
      *    MOVIMENTO ERRADO
       01  WK-SOMA-GRAVADA             PIC S9(11)V99 VALUE ZEROS.

      *    REGISTRO DE MOVIMENTOS APLICADOS (MOVREG.DAT), UM POR DATA
      *    DE MOVIMENTO: SEQUENCIA DO ARQUIVO, SITUACAO (A=APLICADO
      *    E=ESTORNADO), OS TOTAIS DO TRAILER, ACEITOS/REJEITADOS E
      *    QUANDO FOI APLICADO E ESTORNADO. DATA ESTORNADA PODE SER
      *    REAPLICADA, COM SEQUENCIA NOVA. A SOMA E GRAVADA EM MODULO
      *    COM O SINAL A PARTE ("-" NEGATIVA, BRANCO POSITIVA), PARA
      *    OS REGISTROS JA GRAVADOS CONTINUAREM VALENDO
       01  WK-REG-MOVREG.
           05 WK-MR-DATA               PIC 9(08) VALUE ZEROS.
           05 WK-MR-SEQ                PIC 9(06) VALUE ZEROS.
           05 WK-MR-SITUACAO           PIC X(01) VALUE SPACES.
           05 WK-MR-QTD                PIC 9(06) VALUE ZEROS.
           05 WK-MR-SOMA               PIC 9(11)V99 VALUE ZEROS.
           05 WK-MR-ACEITOS            PIC 9(06) VALUE ZEROS.
           05 WK-MR-REJEITADOS         PIC 9(06) VALUE ZEROS.
           05 WK-MR-DT-APLICACAO       PIC 9(08) VALUE ZEROS.
           05 WK-MR-HR-APLICACAO       PIC 9(06) VALUE ZEROS.
           05 WK-MR-DT-ESTORNO         PIC 9(08) VALUE ZEROS.
           05 WK-MR-SOMA-SINAL         PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WK-MR-SOMA-ARQ              PIC S9(11)V99 VALUE ZEROS.

      *    REGISTRO DE CONTROLE DO MOVREG (DATA 00000000): ULTIMA
      *    SEQUENCIA APLICADA E MAIOR DATA DE MOVIMENTO JA APLICADA
       01  WK-REG-MRCTL.
           05 WK-MRC-CHAVE             PIC 9(08) VALUE ZEROS.
           05 WK-MRC-ULT-SEQ           PIC 9(06) VALUE ZEROS.
           05 WK-MRC-ULT-DATA          PIC 9(08) VALUE ZEROS.
           05 WK-MRC-DT-ATUALIZACAO    PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(50) VALUE SPACES.

       77  WK-MR-EXISTE                PIC X(01) VALUE "N".
       77  WK-MRC-EXISTE               PIC X(01) VALUE "N".
       77  WK-SEQ-ESPERADA             PIC 9(06) VALUE ZEROS.
       77  WK-SEQ-PULADA               PIC X(01) VALUE "N".
       77  WK-FIM-MR                   PIC X(01) VALUE SPACES.

      *    CALENDARIO: TIPO F = FERIADO EM DIA DE SEMANA, U = DIA UTIL
      *    EXCEPCIONAL EM FIM DE SEMANA (LAYOUT DO PGMS0811)
       77  WK-CAL-ABERTO               PIC X(01) VALUE "N".
       01  WK-REG-CALEND.
           05 WK-CA-DATA               PIC 9(08) VALUE ZEROS.
           05 WK-CA-TIPO               PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(71) VALUE SPACES.

      *    DIAS DO ANO DO MOVIMENTO: UTIL (S/N), MOVIMENTO APLICADO NO
      *    REGISTRO (S/N) E DIAS UTEIS ACUMULADOS NO MES ATE O DIA. O
      *    ACUMULADO DE DIAS INEXISTENTES (30/02...) REPETE O ULTIMO,
      *    ENTAO O DIA 31 DA SEMPRE O TOTAL DO MES
       01  WK-TAB-ANO.
           05 WK-TA-MES OCCURS 12 TIMES.
               10 WK-TA-DIA OCCURS 31 TIMES.
                   15 WK-TA-UTIL       PIC X(01).
                   15 WK-TA-APLICADO   PIC X(01).
                   15 WK-TA-ACUM       PIC 9(02).
       01  WK-JUL                      PIC 9(07) VALUE ZEROS.
       01  WK-JUL-INI                  PIC 9(07) VALUE ZEROS.
       01  WK-JUL-FIM                  PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA               PIC 9(01) VALUE ZEROS.
       77  WK-D                        PIC 9(02) VALUE ZEROS.
       01  WK-DATA-DIA                 PIC 9(08) VALUE ZEROS.
       01  WK-DATA-DIA-R REDEFINES WK-DATA-DIA.
           05 WK-DD-AAAA               PIC 9(04).
           05 WK-DD-MM                 PIC 9(02).
           05 WK-DD-DD                 PIC 9(02).

      *    PERIODO CONFERIDO: DO PRIMEIRO MOVIMENTO REGISTRADO NO ANO
      *    ATE A MAIOR DATA JA APLICADA NO ANO (DATA DE CORTE)
       01  WK-DATA-CORTE               PIC 9(08) VALUE ZEROS.
       01  WK-DATA-CORTE-R REDEFINES WK-DATA-CORTE.
           05 WK-DC-AAAA               PIC 9(04).
           05 WK-DC-MM                 PIC 9(02).
           05 WK-DC-DD                 PIC 9(02).
       01  WK-DATA-INI-REG             PIC 9(08) VALUE ZEROS.
       01  WK-DATA-INI-REG-R REDEFINES WK-DATA-INI-REG.
           05 WK-DI-AAAA               PIC 9(04).
           05 WK-DI-MM                 PIC 9(02).
           05 WK-DI-DD                 PIC 9(02).
       01  WK-DATA-FIM-ANO             PIC 9(08) VALUE ZEROS.
       01  WK-DATA-ENCERRA             PIC 9(08) VALUE ZEROS.
       01  WK-DATA-ENCERRA-R REDEFINES WK-DATA-ENCERRA.
           05 WK-DE-AAAA               PIC 9(04).
           05 WK-DE-MM                 PIC 9(02).
           05 WK-DE-DD                 PIC 9(02).

      *    APOIO DA CONFERENCIA DE DIAS DE CADA CONTA: CONTA INICIADA
      *    N=SEM DIAS AINDA, P=PRIMEIRO MES COM DIAS (PODE TER ABERTO
      *    NO MEIO DO MES), S=MESES SEGUINTES
       77  WK-LIM-DIA                  PIC 9(02) VALUE ZEROS.
       77  WK-ESPERADO                 PIC 9(03) VALUE ZEROS.
       77  WK-DIAS-CONTA               PIC 9(03) VALUE ZEROS.
       77  WK-CONTA-INICIADA           PIC X(01) VALUE "N".
       77  WK-CONTA-DIVERGE            PIC X(01) VALUE "N".
       77  WK-MOV-DIA-UTIL             PIC X(01) VALUE "S".
       77  WK-TOT-DIAS-SEM-MOV         PIC 9(06) VALUE ZEROS.
       77  WK-TOT-CONTAS-DIVERG        PIC 9(06) VALUE ZEROS.
       77  WK-TOT-MESES-DIVERG         PIC 9(06) VALUE ZEROS.

       01  WK-NOMES-SEMANA.
           05 FILLER                   PIC X(07) VALUE "SEGUNDA".
           05 FILLER                   PIC X(07) VALUE "TERCA".
           05 FILLER                   PIC X(07) VALUE "QUARTA".
           05 FILLER                   PIC X(07) VALUE "QUINTA".
           05 FILLER                   PIC X(07) VALUE "SEXTA".
           05 FILLER                   PIC X(07) VALUE "SABADO".
           05 FILLER                   PIC X(07) VALUE "DOMINGO".
       01  WK-TAB-SEMANA REDEFINES WK-NOMES-SEMANA.
           05 WK-NOME-SEMANA           PIC X(07) OCCURS 7 TIMES.

       01  WK-CURRENT-DATE.
           05 WK-CD-AAAA               PIC 9(04) VALUE ZEROS.
           05 EST5-CONTA               PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 EST5-MES                 PIC Z9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST5-SOMA                PIC ----.---.--9,99.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 EST5-DIAS                PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EST5-VALOR-APOS          PIC --.---.--9,99.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 EST5-DIAS-APOS           PIC ZZ9.

           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EST6-PULADOS             PIC ZZZZZ9.

      *    LINHAS DO RELATORIO DE CONTROLE DO MOVIMENTO (MOVCTL.DAT),
      *    COM O MESMO CABECALHO DO RELATORIO DE ESTORNO
       01  WK-CTL-LINHA                PIC X(80) VALUE SPACES.

       01  WK-CTL3.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
           'CONTROLE DO MOVIMENTO DIARIO'.

       01  WK-CTL4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
           'DATA DO MOVIMENTO '.
           05 CTL4-DATA                PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'SEQUENCIA '.
           05 CTL4-SEQ                 PIC ZZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'MODO '.
           05 CTL4-MODO                PIC X(09) VALUE SPACES.

       01  WK-CTL5.
           05 FILLER                   PIC X(21) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           'INFORMADO TRAILER'.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE
           '   LIDO NO MOVDIA'.

       01  WK-CTL6.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(19) VALUE
           'SOMA DOS SALDOS'.
           05 CTL6-INFORMADO           PIC ---.---.---.--9,99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 CTL6-LIDO                PIC ---.---.---.--9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CTL6-CONFERE             PIC X(10) VALUE SPACES.

       01  WK-CTL7.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
           'LINHAS DE DETALHE'.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 CTL7-INFORMADO           PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 CTL7-LIDO                PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CTL7-CONFERE             PIC X(10) VALUE SPACES.

       01  WK-CTL8.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 CTL8-DATA                PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CTL8-SEMANA              PIC X(07) VALUE SPACES.

       01  WK-CTL9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'AGENCIA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'CONTA '.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE 'MES'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'DIAS'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'ESPERADO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'OBSERVACAO'.

       01  WK-CTL10.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 CTL10-AGENCIA            PIC 9(04) VALUE ZEROS.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CTL10-CONTA              PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 CTL10-MES                PIC Z9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 CTL10-DIAS               PIC ZZ9.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 CTL10-ESPERADO           PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CTL10-OBS                PIC X(30) VALUE SPACES.

       01  WK-CTL11.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CTL11-ROTULO             PIC X(40) VALUE SPACES.
           05 CTL11-VALOR              PIC ZZZ.ZZ9.

       01  WK-CTL-MSG.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CTLM-TEXTO               PIC X(79) VALUE SPACES.

      *    DATA AAAAMMDD (EM WK-DATA-DIA) EDITADA DD/MM/AAAA
       01  WK-DATA-ED.
           05 WK-DATA-ED-DD            PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE '/'.
           05 WK-DATA-ED-MM            PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE '/'.
           05 WK-DATA-ED-AAAA          PIC 9(04) VALUE ZEROS.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807

       0000-MAIN.
           PERFORM 0100-INITIAL THRU 0100-END
           PERFORM 0200-LER-CABECALHO THRU 0200-END
           PERFORM 0250-CONFERIR-REGISTRO THRU 0250-END
           PERFORM 0300-LER-MOVIMENTO THRU 0300-END
                        UNTIL WK-FIM = "S"
           PERFORM 0400-CONFERIR-TRAILER THRU 0400-END
           PERFORM 0500-ATUALIZAR-ERESUMO THRU 0500-END
           PERFORM 0550-REGISTRAR-MOVIMENTO THRU 0550-END
           IF WK-PARM-ESTORNO = "N"
               PERFORM 0560-DIAS-SEM-MOVIMENTO THRU 0560-END
           END-IF
           PERFORM 0530-GRAVAR-CONTROLES THRU 0530-END
           PERFORM 0600-FINISH THRU 0600-END
           PERFORM 0900-GRAVAR-RUNLOG THRU 0900-END
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-RL-AGORA
           MOVE WK-RL-AGORA (1:8) TO WK-RL-DATA-INI
           MOVE WK-RL-AGORA (9:6) TO WK-RL-HORA-INI
           MOVE WK-RL-AGORA (1:8) TO WK-HOJE

           OPEN I-O ERESUMO

               STOP RUN
           END-IF

      *    SEM O CADASTRO DE AGENCIAS NENHUMA LINHA PODERIA SER
      *    CONFERIDA - MELHOR PARAR DO QUE REJEITAR O MOVIMENTO TODO
           OPEN INPUT AGENCIA

           IF WK-FS-AG NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO AGENCIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *    MODO ESTORNO (PARM DE JCL/AMBIENTE, COMO PGMP0801_ORDEM):
      *    S = DESFAZER A APLICACAO DO MOVIMENTO LIDO. O RELATORIO DE
      *    ESTORNO SO EXISTE NESSE MODO
               DISPLAY "MODO ESTORNO - O MOVIMENTO SERA DESFEITO"
               PERFORM 0150-ABRIR-ESTORNO THRU 0150-END
           END-IF

      *    REGISTRO DE MOVIMENTOS APLICADOS: CRIADO VAZIO NA PRIMEIRA
      *    EXECUCAO, COMO OS DEMAIS MESTRES MANTIDOS PELO PROPRIO
      *    PROGRAMA
           OPEN I-O MOVREG

           IF WK-FS-MR EQUAL 35
               OPEN OUTPUT MOVREG
               CLOSE MOVREG
               OPEN I-O MOVREG
           END-IF

           IF WK-FS-MR NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO MOVREG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0160-ABRIR-CONTROLE THRU 0160-END

      *    SEM CALENDARIO CADASTRADO VALE SEGUNDA A SEXTA - O AVISO
      *    SAI NO RELATORIO DE CONTROLE
           OPEN INPUT CALEND

           EVALUATE WK-FS-CA
               WHEN ZEROS
                   MOVE "S" TO WK-CAL-ABERTO
               WHEN 35
                   MOVE "N" TO WK-CAL-ABERTO
                   MOVE SPACES TO CTLM-TEXTO
                   STRING "AVISO: CALENDARIO CALEND.DAT AUSENTE - "
                          "DIAS UTEIS DE SEGUNDA A SEXTA"
                          DELIMITED BY SIZE INTO CTLM-TEXTO
                   PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
               WHEN OTHER
                   MOVE "ERRO NA ABERTURA DO CALEND" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
       0100-END. EXIT.

           .
       0150-END. EXIT.

      *    ABRIR O RELATORIO DE CONTROLE, QUE SAI NOS DOIS MODOS E
      *    TAMBEM QUANDO O MOVIMENTO E RECUSADO
       0160-ABRIR-CONTROLE SECTION.
           OPEN OUTPUT MOVCTL

           IF WK-FS-CTL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO MOVCTL" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WK-HOJE TO WK-DATA-DIA
           PERFORM 0860-EDITAR-DATA THRU 0860-END
           MOVE WK-DATA-ED TO EST2-DATA

           WRITE REG-MOVCTL FROM WK-EST1 BEFORE 1
           WRITE REG-MOVCTL FROM WK-EST2 AFTER 1
           WRITE REG-MOVCTL FROM WK-CTL3 AFTER 2
           MOVE SPACES TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           .
       0160-END. EXIT.

      *    A PRIMEIRA LINHA DO MOVDIA TEM DE SER O CABECALHO
      *    H,AAAAMMDD,SEQUENCIA - SEM ELE NAO HA COMO SABER QUE DIA O
      *    ARQUIVO TRAZ, E O ARQUIVO E RECUSADO
       0200-LER-CABECALHO SECTION.
           READ MOVDIA INTO WK-MV-REG
               AT END
                   MOVE "MOVDIA VAZIO - SEM CABECALHO"
                        TO WK-MOTIVO-RECUSA
                   PERFORM 0800-RECUSAR-MOVIMENTO THRU 0800-END
           END-READ

           IF WK-FS-MV NOT EQUAL ZEROS
               MOVE "ERRO NA LEITURA DO MOVDIA" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WK-MV-CAB
           MOVE ZEROS  TO WK-MV-CAMPOS
           MOVE ZEROS  TO WK-CT-TAMANHO

           UNSTRING WK-MV-REG DELIMITED BY ","
               INTO WK-MC-TIPO      COUNT IN WK-CT-TAM-1
                    WK-MC-DATA-A    COUNT IN WK-CT-TAM-2
                    WK-MC-SEQ-A     COUNT IN WK-CT-TAM-3
                    WK-MC-SOBRA
               TALLYING IN WK-MV-CAMPOS
           END-UNSTRING

           EVALUATE TRUE
               WHEN WK-MC-TIPO NOT = "H" OR WK-CT-TAM-1 NOT = 1
                   MOVE "MOVDIA SEM CABECALHO NA PRIMEIRA LINHA"
                        TO WK-MOTIVO-RECUSA
               WHEN WK-MV-CAMPOS NOT = 3 OR
                    WK-CT-TAM-2 NOT = 8 OR WK-CT-TAM-3 NOT = 6
                   MOVE "CABECALHO DO MOVDIA COM FORMATO INVALIDO"
                        TO WK-MOTIVO-RECUSA
               WHEN WK-MC-DATA-A NOT NUMERIC OR
                    WK-MC-AAAA < 1601 OR
                    WK-MC-MM < 1 OR WK-MC-MM > 12 OR
                    WK-MC-DD < 1 OR WK-MC-DD > 31
                   MOVE "DATA DO CABECALHO INVALIDA"
                        TO WK-MOTIVO-RECUSA
               WHEN FUNCTION INTEGER-OF-DATE (WK-MC-DATA) = ZEROS
                   MOVE "DATA DO CABECALHO INEXISTENTE"
                        TO WK-MOTIVO-RECUSA
               WHEN WK-MC-DATA > WK-HOJE
                   MOVE "DATA DO CABECALHO POSTERIOR A HOJE"
                        TO WK-MOTIVO-RECUSA
               WHEN WK-MC-SEQ-A NOT NUMERIC OR WK-MC-SEQ = ZEROS
                   MOVE "SEQUENCIA DO CABECALHO INVALIDA"
                        TO WK-MOTIVO-RECUSA
           END-EVALUATE

           IF WK-MOTIVO-RECUSA NOT = SPACES
               PERFORM 0800-RECUSAR-MOVIMENTO THRU 0800-END
           END-IF

           MOVE WK-MC-DATA TO WK-DATA-DIA
           PERFORM 0860-EDITAR-DATA THRU 0860-END
           MOVE WK-DATA-ED TO CTL4-DATA
           MOVE WK-MC-SEQ  TO CTL4-SEQ
           IF WK-PARM-ESTORNO = "S"
               MOVE "ESTORNO"   TO CTL4-MODO
           ELSE
               MOVE "APLICACAO" TO CTL4-MODO
           END-IF
           MOVE WK-CTL4 TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END

           DISPLAY "MOVIMENTO DE " WK-DATA-ED " SEQUENCIA " WK-MC-SEQ
           .
       0200-END. EXIT.

      *    CONFERIR A DATA E A SEQUENCIA NO REGISTRO DE MOVIMENTOS
      *    APLICADOS, ANTES DE LER O DETALHE. APLICACAO: A DATA NAO
      *    PODE ESTAR APLICADA (ESTORNADA PODE SER REAPLICADA) E,
      *    PARA DATA JA REGISTRADA, A SEQUENCIA TEM DE SER MAIOR QUE
      *    A ULTIMA; SEQUENCIA PULADA E SO AVISO - O ARQUIVO QUE FALTA
      *    PODE CHEGAR DEPOIS E ENTRA COM A SEQUENCIA MENOR (DATA AINDA
      *    SEM REGISTRO; A CHAVE POR DATA JA IMPEDE APLICAR DUAS VEZES),
      *    COM AVISO DE ARQUIVO ATRASADO. ESTORNO:
      *    SO DE DATA APLICADA E COM A MESMA SEQUENCIA DO ARQUIVO QUE
      *    FOI APLICADO
       0250-CONFERIR-REGISTRO SECTION.
           MOVE ZEROS TO MR-DATA
           READ MOVREG INTO WK-REG-MRCTL
               INVALID KEY
                   MOVE "N" TO WK-MRC-EXISTE
                   INITIALIZE WK-REG-MRCTL
               NOT INVALID KEY
                   MOVE "S" TO WK-MRC-EXISTE
           END-READ

           IF WK-FS-MR NOT EQUAL ZEROS AND
               WK-FS-MR NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO MOVREG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WK-MC-DATA TO MR-DATA
           READ MOVREG INTO WK-REG-MOVREG
               INVALID KEY
                   MOVE "N" TO WK-MR-EXISTE
                   INITIALIZE WK-REG-MOVREG
               NOT INVALID KEY
                   MOVE "S" TO WK-MR-EXISTE
           END-READ

           IF WK-FS-MR NOT EQUAL ZEROS AND
               WK-FS-MR NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO MOVREG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-PARM-ESTORNO = "S"
               EVALUATE TRUE
                   WHEN WK-MR-EXISTE = "N" OR WK-MR-SITUACAO NOT = "A"
                       STRING "MOVIMENTO DA DATA NAO ESTA APLICADO"
                              " - NADA A ESTORNAR"
                              DELIMITED BY SIZE INTO WK-MOTIVO-RECUSA
                   WHEN WK-MR-SEQ NOT = WK-MC-SEQ
                       STRING "SEQUENCIA DIFERENTE DA APLICADA NA DATA"
                              " (" WK-MR-SEQ ")"
                              DELIMITED BY SIZE INTO WK-MOTIVO-RECUSA
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WK-MR-EXISTE = "S" AND WK-MR-SITUACAO = "A"
                       STRING "MOVIMENTO DA DATA JA APLICADO"
                              " (SEQUENCIA " WK-MR-SEQ ")"
                              DELIMITED BY SIZE INTO WK-MOTIVO-RECUSA
                   WHEN WK-MR-EXISTE = "S" AND
                        WK-MRC-EXISTE = "S" AND
                        WK-MC-SEQ NOT > WK-MRC-ULT-SEQ
                       STRING "SEQUENCIA NAO E MAIOR QUE A ULTIMA"
                              " APLICADA (" WK-MRC-ULT-SEQ ")"
                              DELIMITED BY SIZE INTO WK-MOTIVO-RECUSA
               END-EVALUATE
           END-IF

           IF WK-MOTIVO-RECUSA NOT = SPACES
               PERFORM 0800-RECUSAR-MOVIMENTO THRU 0800-END
           END-IF

           IF WK-PARM-ESTORNO = "N" AND WK-MRC-EXISTE = "S"
               COMPUTE WK-SEQ-ESPERADA = WK-MRC-ULT-SEQ + 1
               END-COMPUTE
               IF WK-MC-SEQ > WK-SEQ-ESPERADA
                   MOVE "S" TO WK-SEQ-PULADA
                   MOVE SPACES TO CTLM-TEXTO
                   STRING "AVISO: SEQUENCIA PULADA - ESPERADA "
                          WK-SEQ-ESPERADA " RECEBIDA " WK-MC-SEQ
                          DELIMITED BY SIZE INTO CTLM-TEXTO
                   DISPLAY CTLM-TEXTO
                   PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
               END-IF
               IF WK-MC-SEQ NOT > WK-MRC-ULT-SEQ
                   MOVE SPACES TO CTLM-TEXTO
                   STRING "AVISO: ARQUIVO ATRASADO - SEQUENCIA "
                          WK-MC-SEQ " MENOR QUE A ULTIMA "
                          WK-MRC-ULT-SEQ
                          DELIMITED BY SIZE INTO CTLM-TEXTO
                   DISPLAY CTLM-TEXTO
                   PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
               END-IF
           END-IF

           IF WK-PARM-ESTORNO = "N" AND WK-MR-EXISTE = "S"
               MOVE WK-MR-DT-ESTORNO TO WK-DATA-DIA
               PERFORM 0860-EDITAR-DATA THRU 0860-END
               MOVE SPACES TO CTLM-TEXTO
               STRING "REAPLICACAO DA DATA, ESTORNADA EM " WK-DATA-ED
                      " (SEQUENCIA ANTERIOR " WK-MR-SEQ ")"
                      DELIMITED BY SIZE INTO CTLM-TEXTO
               PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
           END-IF
           .
       0250-END. EXIT.

       0300-LER-MOVIMENTO SECTION.
           READ MOVDIA INTO WK-MV-REG
               AT END
                   MOVE "S" TO WK-FIM
               NOT AT END
                   PERFORM 0305-CLASSIFICAR-LINHA THRU 0305-END
           END-READ

      *    ERRO DE LEITURA ABORTA ANTES DE APLICAR O ACUMULADO: UM
           .
       0300-END. EXIT.

      *    DEPOIS DO CABECALHO SO VEM DETALHE E, POR ULTIMO, O TRAILER.
      *    SEGUNDO CABECALHO OU LINHA DEPOIS DO TRAILER E ARQUIVO
      *    CONCATENADO OU TRUNCADO NO MEIO: RECUSADO INTEIRO. LINHA EM
      *    BRANCO DEPOIS DO TRAILER E SO FIM DE ARQUIVO E E IGNORADA
       0305-CLASSIFICAR-LINHA SECTION.
           EVALUATE TRUE
               WHEN WK-MT-LIDO = "S"
                   IF WK-MV-REG NOT = SPACES
                       MOVE "LINHA DEPOIS DO TRAILER DO MOVDIA"
                            TO WK-MOTIVO-RECUSA
                       PERFORM 0800-RECUSAR-MOVIMENTO THRU 0800-END
                   END-IF
               WHEN WK-MV-REG (1:2) = "H,"
                   MOVE "CABECALHO REPETIDO NO MEIO DO MOVDIA"
                        TO WK-MOTIVO-RECUSA
                   PERFORM 0800-RECUSAR-MOVIMENTO THRU 0800-END
               WHEN WK-MV-REG (1:2) = "T,"
                   PERFORM 0330-TRATAR-TRAILER THRU 0330-END
               WHEN OTHER
                   ADD 1 TO WK-TOT-LIDOS
                   PERFORM 0310-TRATAR-MOVIMENTO THRU 0310-END
           END-EVALUATE
           .
       0305-END. EXIT.

      *    QUEBRAR A LINHA DO MOVIMENTO, CONSISTIR E ACUMULAR NO MES.
      *    A CONTA PRECISA EXISTIR NO ERESUMO - MOVIMENTO DE CONTA NAO
      *    CADASTRADA VAI PARA O MOVREJ COM O MOTIVO. CONTA ENCERRADA
      *    SO ACEITA MOVIMENTO ATE A DATA DO ENCERRAMENTO (O ULTIMO
      *    DIA AINDA E DELA); DEPOIS DISSO A LINHA VAI PARA O MOVREJ
       0310-TRATAR-MOVIMENTO SECTION.
           MOVE SPACES TO WK-MV-CAMPO
           MOVE SPACES TO WK-MOTIVO
               TALLYING IN WK-MV-CAMPOS
           END-UNSTRING

      *    SALDO NOS DOIS FORMATOS ACEITOS: 7 DIGITOS SEM SINAL OU
      *    SINAL + 9 DIGITOS
           MOVE ZEROS TO WK-MV-SALDO
           MOVE "N"   TO WK-MV-SALDO-OK
           EVALUATE TRUE
               WHEN WK-MV-TAM-SALDO = 7 AND WK-MV-SALDO-7 NUMERIC
                   MOVE WK-MV-SALDO-7 TO WK-MV-SALDO
                   MOVE "S" TO WK-MV-SALDO-OK
               WHEN WK-MV-TAM-SALDO = 10 AND WK-MV-SALDO-S NUMERIC
                   MOVE WK-MV-SALDO-S TO WK-MV-SALDO
                   MOVE "S" TO WK-MV-SALDO-OK
           END-EVALUATE

      *    SOMA DE CONTROLE CONTRA O TRAILER: TODA LINHA COM SALDO
      *    LEGIVEL ENTRA, ACEITA OU NAO - O TRAILER SOMA O ARQUIVO
           IF WK-MV-SALDO-OK = "S"
               ADD WK-MV-SALDO TO WK-MV-SOMA-LIDA
           END-IF

           EVALUATE TRUE
               WHEN WK-MV-CAMPOS < 4
                   MOVE "CAMPOS FALTANDO" TO WK-MOTIVO
               WHEN WK-MV-TAM-DATA NOT = 8 OR
                    WK-MV-TAM-AGENCIA > 4 OR
                    WK-MV-TAM-CONTA > 6 OR
                    (WK-MV-TAM-SALDO NOT = 7 AND
                     WK-MV-TAM-SALDO NOT = 10)
                   MOVE "CAMPO COM TAMANHO INVALIDO" TO WK-MOTIVO
               WHEN WK-MV-DATA-A NOT NUMERIC
                   MOVE "DATA NAO NUMERICA" TO WK-MOTIVO
                   MOVE "MES INVALIDO" TO WK-MOTIVO
               WHEN WK-MV-DD < 1 OR WK-MV-DD > 31
                   MOVE "DIA INVALIDO" TO WK-MOTIVO
               WHEN WK-MV-DATA-A NOT = WK-MC-DATA-A
                   MOVE "DATA DIFERENTE DO CABECALHO" TO WK-MOTIVO
               WHEN WK-MV-AGENCIA-A NOT NUMERIC
                   MOVE "AGENCIA NAO NUMERICA" TO WK-MOTIVO
               WHEN WK-MV-NUMCTA-A NOT NUMERIC
                   MOVE "CONTA NAO NUMERICA" TO WK-MOTIVO
               WHEN WK-MV-SALDO-OK NOT = "S"
                   MOVE "SALDO NAO NUMERICO" TO WK-MOTIVO
               WHEN (WK-MV-AGENCIA-A = "0000" AND
                     WK-MV-NUMCTA-A = "000000") OR
                   MOVE "CHAVE RESERVADA A CONTROLE" TO WK-MOTIVO
           END-EVALUATE

           IF WK-MOTIVO EQUAL SPACES
               PERFORM 0315-CONFERIR-AGENCIA THRU 0315-END
           END-IF

           IF WK-MOTIVO EQUAL SPACES
               MOVE WK-MV-AGENCIA-A TO ER-AGENCIA
               MOVE WK-MV-NUMCTA-A  TO ER-NUMCTA
               READ ERESUMO INTO WK-REG-ERESUMO
                   INVALID KEY
                       MOVE "CONTA NAO CADASTRADA" TO WK-MOTIVO
                   NOT INVALID KEY
                       IF WK-ER-SITUACAO = "E" AND
                          WK-MV-DATA-A > WK-ER-DT-SITUACAO-A
                           MOVE "CONTA ENCERRADA" TO WK-MOTIVO
                       END-IF
               END-READ
               IF WK-FS-ER NOT EQUAL ZEROS AND
                   WK-FS-ER NOT EQUAL 23

           IF WK-MOTIVO EQUAL SPACES
               ADD 1 TO WK-TOT-ACEITOS
           ELSE
               ADD 1 TO WK-TOT-REJEITADOS
               MOVE WK-MV-REG TO WK-REJ-LINHA
           .
       0310-END. EXIT.

      *    CONFERIR A AGENCIA DA LINHA NO CADASTRO DE AGENCIAS: TEM DE
      *    EXISTIR E ESTAR EM FUNCIONAMENTO NA DATA DO MOVIMENTO - A
      *    PARTIR DA ABERTURA E ATE O DIA DO FECHAMENTO INCLUSIVE,
      *    COMO NA CONTA ENCERRADA
       0315-CONFERIR-AGENCIA SECTION.
           IF WK-MV-AGENCIA-A NOT = WK-AGC-CODIGO
               MOVE WK-MV-AGENCIA-A TO WK-AGC-CODIGO
               MOVE WK-MV-AGENCIA-A TO AG-CODIGO
               READ AGENCIA INTO WK-REG-AGENCIA
                   INVALID KEY
                       MOVE "N" TO WK-AGC-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WK-AGC-EXISTE
               END-READ
               IF WK-FS-AG NOT EQUAL ZEROS AND
                   WK-FS-AG NOT EQUAL 23
                   MOVE "ERRO NA LEITURA DO AGENCIA" TO WK-MSG
                   PERFORM 0700-ERROR THRU 0700-END
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WK-AGC-EXISTE NOT = "S"
                   MOVE "AGENCIA NAO CADASTRADA" TO WK-MOTIVO
               WHEN WK-MV-DATA-A < WK-AGM-DT-ABERTURA
                   MOVE "AGENCIA AINDA NAO ABERTA" TO WK-MOTIVO
               WHEN WK-AGM-DT-FECHAMENTO NOT = "00000000" AND
                    WK-MV-DATA-A > WK-AGM-DT-FECHAMENTO
                   MOVE "AGENCIA FECHADA" TO WK-MOTIVO
           END-EVALUATE
           .
       0315-END. EXIT.

      *    LOCALIZAR (OU ABRIR) A ENTRADA DA CONTA NA TABELA DE
      *    ACUMULACAO E SOMAR O SALDO DO DIA NO MES DO MOVIMENTO.
      *    O MOVIMENTO COSTUMA VIR ORDENADO POR CONTA, ENTAO A ULTIMA
           .
       0320-END. EXIT.

      *    TRAILER T,QUANTIDADE,SOMA: GUARDADO PARA A CONFERENCIA DO
      *    0400. TRAILER ILEGIVEL E ARQUIVO DANIFICADO
       0330-TRATAR-TRAILER SECTION.
           MOVE SPACES TO WK-MV-TRL
           MOVE ZEROS  TO WK-MV-CAMPOS
           MOVE ZEROS  TO WK-CT-TAMANHO

           UNSTRING WK-MV-REG DELIMITED BY ","
               INTO WK-MT-TIPO      COUNT IN WK-CT-TAM-1
                    WK-MT-QTD-A     COUNT IN WK-CT-TAM-2
                    WK-MT-SOMA-A    COUNT IN WK-CT-TAM-3
                    WK-MT-SOBRA
               TALLYING IN WK-MV-CAMPOS
           END-UNSTRING

           MOVE ZEROS TO WK-MT-SOMA
           IF WK-CT-TAM-3 = 13 AND WK-MT-SOMA-13 NUMERIC
               MOVE WK-MT-SOMA-13 TO WK-MT-SOMA
           ELSE
               IF WK-CT-TAM-3 = 14 AND WK-MT-SOMA-S NUMERIC
                   MOVE WK-MT-SOMA-S TO WK-MT-SOMA
               ELSE
                   MOVE ZEROS TO WK-CT-TAM-3
               END-IF
           END-IF

           IF WK-MV-CAMPOS NOT = 3 OR
              WK-CT-TAM-2 NOT = 6 OR WK-CT-TAM-3 = ZEROS OR
              WK-MT-QTD-A NOT NUMERIC
               MOVE "TRAILER DO MOVDIA COM FORMATO INVALIDO"
                    TO WK-MOTIVO-RECUSA
               PERFORM 0800-RECUSAR-MOVIMENTO THRU 0800-END
           END-IF

           MOVE "S" TO WK-MT-LIDO
           .
       0330-END. EXIT.

      *    CONFERIR O TRAILER COM O QUE FOI LIDO, ANTES DE QUALQUER
      *    LANCAMENTO NO ERESUMO: ARQUIVO SEM TRAILER FOI TRUNCADO;
      *    QUANTIDADE OU SOMA DIFERENTE E ARQUIVO DANIFICADO. NO
      *    ESTORNO OS TOTAIS TEM DE BATER TAMBEM COM OS DO ARQUIVO
      *    APLICADO NA DATA - ESTORNAR OUTRO ARQUIVO DESFARIA O QUE
      *    NUNCA FOI APLICADO
       0400-CONFERIR-TRAILER SECTION.
           IF WK-MT-LIDO NOT = "S"
               MOVE "MOVDIA SEM TRAILER - ARQUIVO INCOMPLETO"
                    TO WK-MOTIVO-RECUSA
               PERFORM 0800-RECUSAR-MOVIMENTO THRU 0800-END
           END-IF

           MOVE WK-MT-QTD       TO CTL7-INFORMADO
           MOVE WK-TOT-LIDOS    TO CTL7-LIDO
           MOVE "CONFERE"       TO CTL7-CONFERE
           IF WK-MT-QTD NOT = WK-TOT-LIDOS
               MOVE "DIVERGENTE" TO CTL7-CONFERE
           END-IF

           MOVE WK-MT-SOMA      TO CTL6-INFORMADO
           MOVE WK-MV-SOMA-LIDA TO CTL6-LIDO
           MOVE "CONFERE"       TO CTL6-CONFERE
           IF WK-MT-SOMA NOT = WK-MV-SOMA-LIDA
               MOVE "DIVERGENTE" TO CTL6-CONFERE
           END-IF

           MOVE SPACES  TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           MOVE WK-CTL5 TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           MOVE WK-CTL7 TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           MOVE WK-CTL6 TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END

           MOVE WK-MR-SOMA TO WK-MR-SOMA-ARQ
           IF WK-MR-SOMA-SINAL = "-"
               COMPUTE WK-MR-SOMA-ARQ = ZERO - WK-MR-SOMA
               END-COMPUTE
           END-IF

           EVALUATE TRUE
               WHEN WK-MT-QTD NOT = WK-TOT-LIDOS
                   MOVE "QUANTIDADE DE LINHAS DIFERENTE DO TRAILER"
                        TO WK-MOTIVO-RECUSA
               WHEN WK-MT-SOMA NOT = WK-MV-SOMA-LIDA
                   MOVE "SOMA DOS SALDOS DIFERENTE DO TRAILER"
                        TO WK-MOTIVO-RECUSA
               WHEN WK-PARM-ESTORNO = "S" AND
                    (WK-MT-QTD NOT = WK-MR-QTD OR
                     WK-MT-SOMA NOT = WK-MR-SOMA-ARQ)
                   MOVE "TOTAIS DIFERENTES DOS DO ARQUIVO APLICADO"
                        TO WK-MOTIVO-RECUSA
           END-EVALUATE

           IF WK-MOTIVO-RECUSA NOT = SPACES
               PERFORM 0800-RECUSAR-MOVIMENTO THRU 0800-END
           END-IF
           .
       0400-END. EXIT.

      *    TABELA DE DIAS UTEIS DO ANO DO MOVIMENTO. DIA UTIL E O DE
      *    SEGUNDA A SEXTA QUE NAO E FERIADO (F) NO CALENDARIO, MAIS
      *    OS DIAS UTEIS EXCEPCIONAIS (U) DE FIM DE SEMANA. O DIA 1 DO
      *    CALENDARIO INTEIRO E UMA SEGUNDA: MOD 7 DA 0 A 4 DE SEGUNDA
      *    A SEXTA, COMO NO PGMP0810
       0450-MONTAR-CALENDARIO SECTION.
           INITIALIZE WK-TAB-ANO

           COMPUTE WK-DATA-DIA = WK-MC-AAAA * 10000 + 101
           END-COMPUTE
           COMPUTE WK-JUL-INI = FUNCTION INTEGER-OF-DATE (WK-DATA-DIA)
           END-COMPUTE
           COMPUTE WK-JUL-FIM =
                   FUNCTION INTEGER-OF-DATE (WK-DATA-FIM-ANO)
           END-COMPUTE

           PERFORM VARYING WK-JUL FROM WK-JUL-INI BY 1
                   UNTIL WK-JUL > WK-JUL-FIM
               COMPUTE WK-DATA-DIA = FUNCTION DATE-OF-INTEGER (WK-JUL)
               END-COMPUTE
               COMPUTE WK-DIA-SEMANA = FUNCTION MOD (WK-JUL - 1, 7)
               END-COMPUTE
               PERFORM 0455-LER-CALENDARIO THRU 0455-END
               IF (WK-DIA-SEMANA < 5 AND WK-CA-TIPO NOT = "F") OR
                  WK-CA-TIPO = "U"
                   MOVE "S" TO WK-TA-UTIL (WK-DD-MM, WK-DD-DD)
               END-IF
           END-PERFORM

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               PERFORM VARYING WK-D FROM 1 BY 1 UNTIL WK-D > 31
                   IF WK-D > 1
                       MOVE WK-TA-ACUM (WK-I, WK-D - 1)
                         TO WK-TA-ACUM (WK-I, WK-D)
                   END-IF
                   IF WK-TA-UTIL (WK-I, WK-D) = "S"
                       ADD 1 TO WK-TA-ACUM (WK-I, WK-D)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       0450-END. EXIT.

      *    TIPO DO DIA (WK-DATA-DIA) NO CALENDARIO: BRANCO QUANDO A
      *    DATA NAO E EXCECAO OU NAO HA CALENDARIO
       0455-LER-CALENDARIO SECTION.
           MOVE SPACES TO WK-CA-TIPO

           IF WK-CAL-ABERTO NOT = "S"
               GO TO 0455-END
           END-IF

           MOVE WK-DATA-DIA TO CA-DATA
           READ CALEND INTO WK-REG-CALEND
               INVALID KEY
                   MOVE SPACES TO WK-CA-TIPO
           END-READ

           IF WK-FS-CA NOT EQUAL ZEROS AND
               WK-FS-CA NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO CALEND" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0455-END. EXIT.

      *    APLICAR O ACUMULADO NO ERESUMO: PARA CADA CONTA DA TABELA,
      *    RELER O REGISTRO E FUNDIR CADA MES MOVIMENTADO COM O QUE JA
      *    ESTAVA GRAVADO (MEDIA PONDERADA PELOS DIAS). ISSO PERMITE
      *    APLICAR ARQUIVOS DE MOVIMENTO SUCESSIVOS (DIAS OU SEMANAS
      *    DISTINTOS) SEM PERDER O JA APURADO. O MESMO ARQUIVO NAO
      *    CHEGA AQUI DUAS VEZES - O REGISTRO MOVREG BARRA A DATA JA
      *    APLICADA (0250) - E O LIMITE DE 31 DIAS POR MES NO 0510
      *    SEGUE COMO ULTIMA DEFESA
       0500-ATUALIZAR-ERESUMO SECTION.
           PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-TM-CNT
               MOVE WK-TM-AGENCIA (WK-J) TO ER-AGENCIA
      *    GRAVADO X DIAS GRAVADOS), O ACUMULADO DO MOVIMENTO ERRADO
      *    E SUBTRAIDO E OS DIAS SAO DECREMENTADOS - A MEDIA VOLTA A
      *    SER A DE ANTES DA APLICACAO E O ARQUIVO CORRIGIDO PODE SER
      *    REAPLICADO (A DATA FICA ESTORNADA NO MOVREG E ACEITA O
      *    ARQUIVO CORRIGIDO, COM SEQUENCIA NOVA). ESTORNO MAIOR DO
      *    QUE O GRAVADO SO PODE SER ARQUIVO ERRADO NO ESTORNO - O MES
      *    E PULADO E APONTADO PARA ACERTO MANUAL. COM SALDO COM SINAL
      *    A SOMA QUE RESTA PODE SER NEGATIVA (MES A DESCOBERTO) - SO
      *    UMA MEDIA QUE NAO CABE NO VALOR DO PERIODO DENUNCIA ARQUIVO
      *    ERRADO
       0515-ESTORNAR-MES SECTION.
           IF WK-TM-DIAS (WK-J, WK-I) > WK-ER-DIAS (WK-I)
               DISPLAY "MES " WK-I " DA CONTA "

      *    SEM DIAS RESTANTES O MES VOLTA A ZERO; UM RESIDUO DE SOMA
      *    E SO O ARREDONDAMENTO DA MEDIA GRAVADA. COM DIAS RESTANTES,
      *    MEDIA FORA DA CAPACIDADE DO PERIODO E ARQUIVO ERRADO
           IF WK-DIAS-TOTAL = ZEROS
               MOVE ZEROS TO WK-ER-VALORS (WK-I)
               MOVE ZEROS TO WK-ER-DIAS (WK-I)
           ELSE
               COMPUTE WK-SOMA-TOTAL =
                       WK-SOMA-GRAVADA - WK-TM-SOMA (WK-J, WK-I)
               END-COMPUTE
               COMPUTE WK-ER-VALORS (WK-I) ROUNDED =
                       WK-SOMA-TOTAL / WK-DIAS-TOTAL
                   ON SIZE ERROR
                       DISPLAY "MES " WK-I " DA CONTA "
                               WK-TM-AGENCIA (WK-J) "/"
                               WK-TM-NUMCTA (WK-J)
                               " COM MEDIA FORA DA CAPACIDADE APOS O"
                               " ESTORNO - NAO ESTORNADO"
                       ADD 1 TO WK-TOT-MESES-PULADOS
                       GO TO 0515-END
               END-COMPUTE
               MOVE WK-DIAS-TOTAL TO WK-ER-DIAS (WK-I)
           END-IF
                               ADD WK-ER-VALORS (WK-I) TO WK-TRL-SOMA
                           END-IF
                       END-PERFORM
                       IF WK-PARM-ESTORNO = "N"
                           PERFORM 0545-CONFERIR-DIAS THRU 0545-END
                       END-IF
                   END-IF
           END-READ

           .
       0540-END. EXIT.

      *    CONFERIR O DIAS DE CADA MES DA CONTA COM OS DIAS UTEIS DO
      *    CALENDARIO, DO MES DO PRIMEIRO MOVIMENTO REGISTRADO NO ANO
      *    ATE O MES DA DATA DE CORTE (ESTE SO ATE O DIA DE CORTE).
      *    CONTA ENCERRADA E CONFERIDA ATE O DIA DO ENCERRAMENTO. O
      *    PRIMEIRO MES COM DIAS DA CONTA SO DIVERGE SE PASSAR DO
      *    ESPERADO - A CONTA PODE TER SIDO ABERTA NO MEIO DO MES.
      *    DIAS DIFERENTE DO ESPERADO E DIA SEM MOVIMENTO OU DIA A
      *    MAIS: O SALDO MEDIO DAQUELE MES NAO E CONFIAVEL
       0545-CONFERIR-DIAS SECTION.
           MOVE "N" TO WK-CONTA-INICIADA
           MOVE "N" TO WK-CONTA-DIVERGE

           MOVE WK-DATA-FIM-ANO TO WK-DATA-ENCERRA
           IF WK-ER-SITUACAO = "E" AND WK-ER-DT-SITUACAO-A NUMERIC
               MOVE WK-ER-DT-SITUACAO TO WK-DATA-ENCERRA
           END-IF

           IF WK-DE-AAAA < WK-DC-AAAA
               GO TO 0545-END
           END-IF
           IF WK-DE-AAAA > WK-DC-AAAA
               MOVE WK-DATA-FIM-ANO TO WK-DATA-ENCERRA
           END-IF

           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-DC-MM
               PERFORM 0547-CONFERIR-MES THRU 0547-END
           END-PERFORM

           IF WK-CONTA-DIVERGE = "S"
               ADD 1 TO WK-TOT-CONTAS-DIVERG
           END-IF
           .
       0545-END. EXIT.

       0547-CONFERIR-MES SECTION.
           MOVE ZEROS TO WK-DIAS-CONTA
           IF WK-ER-DIAS (WK-I) NUMERIC
               MOVE WK-ER-DIAS (WK-I) TO WK-DIAS-CONTA
           END-IF

           IF WK-CONTA-INICIADA = "N"
               IF WK-DIAS-CONTA = ZEROS
                   GO TO 0547-END
               END-IF
               MOVE "P" TO WK-CONTA-INICIADA
           ELSE
               MOVE "S" TO WK-CONTA-INICIADA
           END-IF

           IF WK-I < WK-DI-MM OR WK-I > WK-DE-MM
               GO TO 0547-END
           END-IF

           MOVE 31 TO WK-LIM-DIA
           IF WK-I = WK-DC-MM
               MOVE WK-DC-DD TO WK-LIM-DIA
           END-IF
           IF WK-I = WK-DE-MM AND WK-DE-DD < WK-LIM-DIA
               MOVE WK-DE-DD TO WK-LIM-DIA
           END-IF

           MOVE WK-TA-ACUM (WK-I, WK-LIM-DIA) TO WK-ESPERADO

           IF WK-DIAS-CONTA = WK-ESPERADO
               GO TO 0547-END
           END-IF
           IF WK-CONTA-INICIADA = "P" AND
               WK-DIAS-CONTA < WK-ESPERADO
               GO TO 0547-END
           END-IF

           MOVE "S" TO WK-CONTA-DIVERGE
           ADD 1 TO WK-TOT-MESES-DIVERG

           MOVE ER-AGENCIA    TO CTL10-AGENCIA
           MOVE ER-NUMCTA     TO CTL10-CONTA
           MOVE WK-I          TO CTL10-MES
           MOVE WK-DIAS-CONTA TO CTL10-DIAS
           MOVE WK-ESPERADO   TO CTL10-ESPERADO
           IF WK-DIAS-CONTA < WK-ESPERADO
               MOVE "FALTAM DIAS - MEDIA INCERTA" TO CTL10-OBS
           ELSE
               MOVE "DIAS A MAIS - MEDIA INCERTA" TO CTL10-OBS
           END-IF
           MOVE WK-CTL10 TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           .
       0547-END. EXIT.

      *    GRAVAR A DATA NO REGISTRO DE MOVIMENTOS APLICADOS, LOGO
      *    DEPOIS DE LANCADO O ERESUMO. NA APLICACAO A DATA FICA "A" E
      *    O CONTROLE GUARDA A SEQUENCIA E A MAIOR DATA APLICADA; NO
      *    ESTORNO A DATA FICA "E" E A SEQUENCIA NAO VOLTA - O ARQUIVO
      *    CORRIGIDO VEM COM SEQUENCIA NOVA. FALHA AQUI E FATAL E O
      *    TRAILER DO ERESUMO NAO E RECARIMBADO: O PGMP0801 RECUSA O
      *    MESTRE ATE O ACERTO
       0550-REGISTRAR-MOVIMENTO SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-CTL-AGORA

           IF WK-PARM-ESTORNO = "S"
               MOVE "E"               TO WK-MR-SITUACAO
               MOVE WK-HOJE           TO WK-MR-DT-ESTORNO
           ELSE
               MOVE WK-MC-DATA        TO WK-MR-DATA
               MOVE WK-MC-SEQ         TO WK-MR-SEQ
               MOVE "A"               TO WK-MR-SITUACAO
               MOVE WK-MT-QTD         TO WK-MR-QTD
               MOVE WK-MT-SOMA        TO WK-MR-SOMA
               MOVE SPACES            TO WK-MR-SOMA-SINAL
               IF WK-MT-SOMA < ZEROS
                   MOVE "-"           TO WK-MR-SOMA-SINAL
               END-IF
               MOVE WK-TOT-ACEITOS    TO WK-MR-ACEITOS
               MOVE WK-TOT-REJEITADOS TO WK-MR-REJEITADOS
               MOVE WK-CTL-AGORA (1:8) TO WK-MR-DT-APLICACAO
               MOVE WK-CTL-AGORA (9:6) TO WK-MR-HR-APLICACAO
               MOVE ZEROS             TO WK-MR-DT-ESTORNO
           END-IF

           MOVE WK-MC-DATA TO MR-DATA
           IF WK-MR-EXISTE = "S"
               REWRITE REG-MOVREG FROM WK-REG-MOVREG
               END-REWRITE
           ELSE
               WRITE REG-MOVREG FROM WK-REG-MOVREG
               END-WRITE
           END-IF

           IF WK-FS-MR NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO MOVREG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WK-PARM-ESTORNO = "S"
               MOVE "MOVIMENTO ESTORNADO - DATA MARCADA COMO ESTORNADA"
                    TO CTLM-TEXTO
               PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
               GO TO 0550-END
           END-IF

           MOVE ZEROS      TO WK-MRC-CHAVE
      *    ARQUIVO ATRASADO NAO RECUA A ULTIMA SEQUENCIA
           IF WK-MC-SEQ > WK-MRC-ULT-SEQ
               MOVE WK-MC-SEQ TO WK-MRC-ULT-SEQ
           END-IF
           IF WK-MC-DATA > WK-MRC-ULT-DATA
               MOVE WK-MC-DATA TO WK-MRC-ULT-DATA
           END-IF
           MOVE WK-HOJE    TO WK-MRC-DT-ATUALIZACAO

           MOVE ZEROS TO MR-DATA
           IF WK-MRC-EXISTE = "S"
               REWRITE REG-MOVREG FROM WK-REG-MRCTL
               END-REWRITE
           ELSE
               WRITE REG-MOVREG FROM WK-REG-MRCTL
               END-WRITE
           END-IF

           IF WK-FS-MR NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO CONTROLE DO MOVREG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WK-MRC-EXISTE

           MOVE "MOVIMENTO APLICADO E REGISTRADO" TO CTLM-TEXTO
           PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
           .
       0550-END. EXIT.

      *    DIAS UTEIS SEM MOVIMENTO APLICADO NO ANO DO MOVIMENTO: DO
      *    PRIMEIRO MOVIMENTO REGISTRADO NO ANO ATE A DATA DE CORTE (A
      *    MAIOR DATA JA APLICADA NO ANO - UM ARQUIVO ATRASADO NAO
      *    ENCURTA A CONFERENCIA). PREPARA TAMBEM A TABELA DE DIAS
      *    UTEIS E O TITULO DA CONFERENCIA DE DIAS DAS CONTAS, FEITA
      *    NA RECONTAGEM DO MESTRE (0545)
       0560-DIAS-SEM-MOVIMENTO SECTION.
           COMPUTE WK-DATA-FIM-ANO = WK-MC-AAAA * 10000 + 1231
           END-COMPUTE
           MOVE WK-MC-DATA TO WK-DATA-CORTE
           IF WK-MRC-ULT-DATA > WK-DATA-CORTE AND
               WK-MRC-ULT-DATA NOT > WK-DATA-FIM-ANO
               MOVE WK-MRC-ULT-DATA TO WK-DATA-CORTE
           END-IF

           PERFORM 0450-MONTAR-CALENDARIO THRU 0450-END
           PERFORM 0565-MARCAR-APLICADOS THRU 0565-END

           IF WK-TA-UTIL (WK-MC-MM, WK-MC-DD) NOT = "S"
               MOVE "N" TO WK-MOV-DIA-UTIL
               MOVE "AVISO: A DATA DO MOVIMENTO NAO E DIA UTIL"
                    TO CTLM-TEXTO
               DISPLAY CTLM-TEXTO
               PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
           END-IF

           MOVE SPACES TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           MOVE WK-DATA-INI-REG TO WK-DATA-DIA
           PERFORM 0860-EDITAR-DATA THRU 0860-END
           MOVE WK-DATA-ED TO CTL8-DATA
           MOVE WK-DATA-CORTE TO WK-DATA-DIA
           PERFORM 0860-EDITAR-DATA THRU 0860-END
           STRING "DIAS UTEIS SEM MOVIMENTO APLICADO DE " CTL8-DATA
                  " A " WK-DATA-ED
                  DELIMITED BY SIZE INTO CTLM-TEXTO
           PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END

           COMPUTE WK-JUL-INI =
                   FUNCTION INTEGER-OF-DATE (WK-DATA-INI-REG)
           END-COMPUTE
           COMPUTE WK-JUL-FIM = FUNCTION INTEGER-OF-DATE (WK-DATA-CORTE)
           END-COMPUTE

           PERFORM VARYING WK-JUL FROM WK-JUL-INI BY 1
                   UNTIL WK-JUL > WK-JUL-FIM
               COMPUTE WK-DATA-DIA = FUNCTION DATE-OF-INTEGER (WK-JUL)
               END-COMPUTE
               IF WK-TA-UTIL (WK-DD-MM, WK-DD-DD) = "S" AND
                  WK-TA-APLICADO (WK-DD-MM, WK-DD-DD) NOT = "S"
                   ADD 1 TO WK-TOT-DIAS-SEM-MOV
                   COMPUTE WK-DIA-SEMANA = FUNCTION MOD (WK-JUL - 1, 7)
                   END-COMPUTE
                   PERFORM 0860-EDITAR-DATA THRU 0860-END
                   MOVE WK-DATA-ED TO CTL8-DATA
                   MOVE WK-NOME-SEMANA (WK-DIA-SEMANA + 1)
                     TO CTL8-SEMANA
                   MOVE WK-CTL8 TO WK-CTL-LINHA
                   PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
               END-IF
           END-PERFORM

           IF WK-TOT-DIAS-SEM-MOV = ZEROS
               MOVE "   NENHUM" TO CTLM-TEXTO
               PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
           END-IF

           MOVE SPACES TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           MOVE "CONTAS COM DIAS DIFERENTE DOS DIAS UTEIS ESPERADOS"
                TO CTLM-TEXTO
           PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
           MOVE WK-CTL9 TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           .
       0560-END. EXIT.

      *    MARCAR NA TABELA DO ANO AS DATAS APLICADAS (SITUACAO A) ATE
      *    A DATA DE CORTE. A PRIMEIRA DATA REGISTRADA NO ANO, QUALQUER
      *    QUE SEJA A SITUACAO, INICIA A CONFERENCIA: ANTES DELA O
      *    REGISTRO NAO EXISTIA E NAO HA COMO SABER O QUE FOI APLICADO
       0565-MARCAR-APLICADOS SECTION.
           MOVE ZEROS  TO WK-DATA-INI-REG
           MOVE SPACES TO WK-FIM-MR

           COMPUTE MR-DATA = WK-MC-AAAA * 10000 + 101
           END-COMPUTE
           START MOVREG KEY NOT < MR-DATA
               INVALID KEY
                   MOVE "S" TO WK-FIM-MR
           END-START

           PERFORM 0567-LER-REGISTRO THRU 0567-END
                        UNTIL WK-FIM-MR = "S"

           IF WK-DATA-INI-REG = ZEROS
               MOVE WK-MC-DATA TO WK-DATA-INI-REG
           END-IF
           .
       0565-END. EXIT.

       0567-LER-REGISTRO SECTION.
           READ MOVREG NEXT RECORD INTO WK-REG-MOVREG
               AT END
                   MOVE "S" TO WK-FIM-MR
               NOT AT END
                   IF WK-MR-DATA > WK-DATA-CORTE
                       MOVE "S" TO WK-FIM-MR
                   ELSE
                       IF WK-DATA-INI-REG = ZEROS
                           MOVE WK-MR-DATA TO WK-DATA-INI-REG
                       END-IF
                       IF WK-MR-SITUACAO = "A"
                           MOVE WK-MR-DATA TO WK-DATA-DIA
                           MOVE "S" TO WK-TA-APLICADO (WK-DD-MM,
                                                       WK-DD-DD)
                       END-IF
                   END-IF
           END-READ

           IF WK-FS-MR NOT EQUAL ZEROS AND
               WK-FS-MR NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO MOVREG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0567-END. EXIT.

       0600-FINISH SECTION.
           CLOSE MOVDIA

               STOP RUN
           END-IF

           CLOSE AGENCIA

           IF WK-CAL-ABERTO = "S"
               CLOSE CALEND
           END-IF

           CLOSE MOVREG

           IF WK-FS-MR NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO MOVREG" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0610-FECHAR-CONTROLE THRU 0610-END

           CLOSE ERESUMO

           IF WK-FS-ER NOT EQUAL ZEROS
           END-IF

      *    RETORNO 4 PARA O SCHEDULER QUANDO SOBROU TRABALHO PARADO:
      *    MOVIMENTO NO MOVREJ OU MES NAO APLICADO PEDEM ACERTO MANUAL;
      *    SEQUENCIA PULADA, DIA UTIL SEM MOVIMENTO, MOVIMENTO EM DIA
      *    NAO UTIL E CONTA COM DIAS DIVERGENTE PEDEM CONFERENCIA
           IF (WK-TOT-REJEITADOS > ZEROS OR
               WK-TOT-MESES-PULADOS > ZEROS OR
               WK-SEQ-PULADA = "S" OR
               WK-MOV-DIA-UTIL = "N" OR
               WK-TOT-DIAS-SEM-MOV > ZEROS OR
               WK-TOT-CONTAS-DIVERG > ZEROS) AND
               RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WK-PARM-ESTORNO = "S"
               DISPLAY "MESES ESTORNADOS:      "
                       WK-TOT-MESES-ESTORNADOS
           ELSE
               DISPLAY "DIAS UTEIS SEM MOVIMENTO: " WK-TOT-DIAS-SEM-MOV
               DISPLAY "CONTAS COM DIAS DIVERGENTE: "
                       WK-TOT-CONTAS-DIVERG
           END-IF
           .
       0600-END. EXIT.

      *    TOTAIS E FECHAMENTO DO RELATORIO DE CONTROLE. NO ESTORNO A
      *    CONFERENCIA DE DIAS FICA PARA A REAPLICACAO DA DATA, QUANDO
      *    O MES VOLTA A TER O DIA DESFEITO
       0610-FECHAR-CONTROLE SECTION.
           IF WK-PARM-ESTORNO = "S"
               MOVE SPACES TO WK-CTL-LINHA
               PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
               MOVE "CONFERENCIA DE DIAS UTEIS NA REAPLICACAO DA DATA"
                    TO CTLM-TEXTO
               PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
           ELSE
               IF WK-TOT-MESES-DIVERG = ZEROS
                   MOVE "   NENHUMA" TO CTLM-TEXTO
                   PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
               END-IF
           END-IF

           MOVE SPACES TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END

           MOVE "LINHAS ACEITAS"              TO CTL11-ROTULO
           MOVE WK-TOT-ACEITOS                TO CTL11-VALOR
           MOVE WK-CTL11 TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           MOVE "LINHAS REJEITADAS (MOVREJ)"  TO CTL11-ROTULO
           MOVE WK-TOT-REJEITADOS             TO CTL11-VALOR
           MOVE WK-CTL11 TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END

           IF WK-PARM-ESTORNO = "N"
               MOVE "DIAS UTEIS SEM MOVIMENTO"    TO CTL11-ROTULO
               MOVE WK-TOT-DIAS-SEM-MOV           TO CTL11-VALOR
               MOVE WK-CTL11 TO WK-CTL-LINHA
               PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
               MOVE "CONTAS COM DIAS DIVERGENTE"  TO CTL11-ROTULO
               MOVE WK-TOT-CONTAS-DIVERG          TO CTL11-VALOR
               MOVE WK-CTL11 TO WK-CTL-LINHA
               PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
               MOVE "MESES COM DIAS DIVERGENTE"   TO CTL11-ROTULO
               MOVE WK-TOT-MESES-DIVERG           TO CTL11-VALOR
               MOVE WK-CTL11 TO WK-CTL-LINHA
               PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           END-IF

           CLOSE MOVCTL

           IF WK-FS-CTL NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO MOVCTL" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0610-END. EXIT.

      *    TRATAR ERROR
       0700-ERROR SECTION.
           DISPLAY "==================================================="
           DISPLAY "FILE STATUS MOVDIA : " WK-FS-MV
           DISPLAY "FILE STATUS MOVREJ : " WK-FS-REJ
           DISPLAY "FILE STATUS MOVEST : " WK-FS-EST
           DISPLAY "FILE STATUS AGENCIA: " WK-FS-AG
           DISPLAY "FILE STATUS MOVREG : " WK-FS-MR
           DISPLAY "FILE STATUS CALEND : " WK-FS-CA
           DISPLAY "FILE STATUS MOVCTL : " WK-FS-CTL
           DISPLAY "==================================================="
           .
       0700-END. EXIT.

      *    RECUSA DO MOVDIA INTEIRO, SEMPRE ANTES DE QUALQUER
      *    LANCAMENTO NO ERESUMO E NO REGISTRO: O MOTIVO VAI PARA O
      *    RELATORIO DE CONTROLE E PARA O CONSOLE, O RETORNO 8 PARA A
      *    ESTEIRA E A LINHA PARA O LOG DE EXECUCAO. OS DEMAIS
      *    ARQUIVOS SAO FECHADOS PELO STOP RUN
       0800-RECUSAR-MOVIMENTO SECTION.
           DISPLAY "MOVIMENTO RECUSADO - NADA FOI APLICADO NO ERESUMO"
           DISPLAY WK-MOTIVO-RECUSA

           MOVE SPACES TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           MOVE "MOVIMENTO RECUSADO - NADA FOI APLICADO NO ERESUMO"
                TO CTLM-TEXTO
           PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END
           MOVE WK-MOTIVO-RECUSA TO CTLM-TEXTO
           PERFORM 0855-ESCREVER-MENSAGEM THRU 0855-END

           CLOSE MOVCTL

           MOVE 8 TO RETURN-CODE
           PERFORM 0900-GRAVAR-RUNLOG THRU 0900-END

           STOP RUN
           .
       0800-END. EXIT.

       0850-ESCREVER-CONTROLE SECTION.
           WRITE REG-MOVCTL FROM WK-CTL-LINHA AFTER 1

           IF WK-FS-CTL NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO MOVCTL" TO WK-MSG
               PERFORM 0700-ERROR THRU 0700-END
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       0850-END. EXIT.

      *    LINHA DE TEXTO LIVRE NO RELATORIO DE CONTROLE: O CHAMADOR
      *    PREENCHE CTLM-TEXTO, QUE E LIMPO DEPOIS DA GRAVACAO
       0855-ESCREVER-MENSAGEM SECTION.
           MOVE WK-CTL-MSG TO WK-CTL-LINHA
           PERFORM 0850-ESCREVER-CONTROLE THRU 0850-END
           MOVE SPACES TO CTLM-TEXTO
           .
       0855-END. EXIT.

       0860-EDITAR-DATA SECTION.
           MOVE WK-DD-DD   TO WK-DATA-ED-DD
           MOVE WK-DD-MM   TO WK-DATA-ED-MM
           MOVE WK-DD-AAAA TO WK-DATA-ED-AAAA
           .
       0860-END. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR
