           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

       FD  EXTRPED.

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

      *    PERIODO COM SINAL: MES A DESCOBERTO SAI NEGATIVO NA LINHA
      *    E NO PRODUTO, E ABATE DO PONDERADO
       01  WK-PRODUTO                  PIC S9(10)V99 VALUE ZEROS.
       01  WK-TOT-VALOR-DIA            PIC S9(13)V99 VALUE ZEROS.
       01  WK-TOT-DIAS                 PIC 9(04)     VALUE ZEROS.
       01  WK-SALDO-MEDIO              PIC S9(07)V99 VALUE ZEROS.

      *    LINHAS DO EXTRATO (MESMO CABECALHO DO RELATO DO PGMP0801)
       01  WK-EXT1.
       01  WK-EXT5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'PERIODO'.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'VALOR'.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'DIAS'.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'VALOR X DIAS'.

       01  WK-EXT6.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 EXT6-PERIODO             PIC Z9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 EXT6-VALOR               PIC --.---.--9,99.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 EXT6-DIAS                PIC ZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 EXT6-PRODUTO             PIC --.---.---.--9,99.

       01  WK-EXT7.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
           'TOTAL PONDERADO '.
           05 EXT7-PONDERADO           PIC ----.---.---.--9,99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE
           'TOTAL DE DIAS '.
       01  WK-EXT8.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'SALDO MEDIO '.
           05 EXT8-SALDO               PIC +9(07),99.

       01  WK-EXT9.
           05 FILLER                   PIC X(01) VALUE SPACES.
