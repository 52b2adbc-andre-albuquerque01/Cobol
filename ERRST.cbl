           05 ER-CHAVE.
               10 ER-AGENCIA           PIC 9(04).
               10 ER-NUMCTA            PIC 9(06).
           05 ER-DADOS                 PIC X(240).

       FD  ERBKPG.

       01  REG-BKP                     PIC X(250).

       FD  ERBKPCTL.

       01  REG-CTL                     PIC X(56).

       FD  RUNLOG.

           05 WK-ER-NUMCTA-R REDEFINES WK-ER-NUMCTA PIC 9(06).
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

      *    TRAILER LIDO DE DENTRO DO BACKUP: E CONTRA ELE QUE O
      *    CONTEUDO E CONFERIDO ANTES E DEPOIS DA CARGA
           05 WK-TRL-CHAVE             PIC X(10) VALUE SPACES.
           05 WK-TRL-QTD               PIC 9(06) VALUE ZEROS.
           05 WK-TRL-HASH              PIC 9(12) VALUE ZEROS.
           05 WK-TRL-SOMA              PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 FILLER                   PIC X(206) VALUE SPACES.

       77  WK-CAB-ACHADO               PIC X(01) VALUE SPACES.
       77  WK-TRL-ACHADO               PIC X(01) VALUE SPACES.
       77  WK-VER-QTD                  PIC 9(06) VALUE ZEROS.
       77  WK-VER-HASH                 PIC 9(12) VALUE ZEROS.
       77  WK-VER-SOMA                 PIC S9(13)V99 VALUE ZEROS.

      *    CONTROLE DE GERACOES (MESMO LAYOUT DO ERBKP)
       01  WK-REG-CTL.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-CT-HASH               PIC 9(12) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-CT-SOMA               PIC S9(13)V99 SIGN LEADING
                                       SEPARATE VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE ";".
           05 WK-CT-VERIF              PIC X(01) VALUE SPACES.

