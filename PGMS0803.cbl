           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

      *    HISTORICO ANUAL: UMA FOTO DOS 12 PERIODOS E DO SALDO MEDIO
      *    DE CADA CONTA, POR ANO CIVIL
               10 HI-AGENCIA           PIC 9(04).
               10 HI-NUMCTA            PIC 9(06).
           05 HI-NOME                  PIC X(23).
           05 HI-PERIODOS              PIC X(156).
           05 HI-SALDO-MEDIO           PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.

       FD  RUNLOG.
           05 WK-ER-NOME               PIC X(23)    VALUES SPACES.
           05 WK-ER-PERIODOS.
               10 WK-ER-PERIODO OCCURS 12 TIMES.
                   15 WK-ER-VALORS-A   PIC X(10)    VALUE SPACES.
                   15 WK-ER-VALORS REDEFINES WK-ER-VALORS-A
                                       PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
                   15 WK-ER-DIAS-A     PIC X(03)    VALUE SPACES.
                   15 WK-ER-DIAS REDEFINES WK-ER-DIAS-A PIC 9(03).
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
       01  WK-VAL-PER                  PIC S9(07)V99 VALUE ZEROS.
       01  WK-DIA-PER                  PIC 9(03)    VALUE ZEROS.

      *    REGISTROS DE CONTROLE DO ERESUMO (MESMO LAYOUT DO PROGRAMA
           05 WK-CAB-DATA              PIC 9(08) VALUE ZEROS.
           05 WK-CAB-HORA              PIC 9(06) VALUE ZEROS.
           05 WK-CAB-PROGRAMA          PIC X(08) VALUE "PGMS0803".
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
      *    ZERAR OS 12 PERIODOS DA CONTA NO MESTRE PARA O NOVO ANO
       0330-ZERAR-PERIODOS SECTION.
           PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 12
               MOVE ZEROS     TO WK-ER-VALORS   (WK-I)
               MOVE "000"     TO WK-ER-DIAS-A   (WK-I)
           END-PERFORM

