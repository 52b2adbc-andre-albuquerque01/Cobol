      ******************************************************************
      * Author: André Albuquerque Gonçalves
      * Date: 15/10/2026
      * Purpose: Conciliacao dos lotes contabeis enviados ao razao. Le
      *          o arquivo de retorno do razao GLRET.DAT (um registro
      *          L por lote com a situacao aceito/rejeitado e um
      *          registro E por linha rejeitada com o motivo) e marca
      *          cada lote do registro GLREG.DAT (gravado pelo
      *          PGMP0805) como aceito ou rejeitado. Lote enviado que
      *          passa um dia util sem retorno fica como faltante. O
      *          relatorio GLCONC.DAT traz os retornos processados,
      *          com os motivos de rejeicao linha a linha, e a relacao
      *          por idade (em dias uteis) dos lotes sem retorno e dos
      *          rejeitados ainda nao reenviados. Retorno 8 quando
      *          algum lote passa de um dia util sem retorno. Os dias
      *          uteis seguem o calendario CALEND.DAT (PGMS0811):
      *          feriado nao conta e dia util excepcional conta; sem o
      *          calendario vale segunda a sexta.
      * Tectonics: cobc
      * Obeservation: GR significa REGISTRO DE LOTES, RT significa
      *               RETORNO DO RAZAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMP0810.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLREG ASSIGN TO "GLREG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GR-CHAVE
                  FILE STATUS IS WK-FS-GR.

      *    RETORNO DO RAZAO: PODE NAO EXISTIR NO DIA (NENHUM LOTE
      *    PROCESSADO PELO RAZAO) - AI SO A RELACAO POR IDADE SAI
           SELECT GLRET ASSIGN TO "GLRET.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-RT.

           SELECT GLCONC ASSIGN TO "GLCONC.DAT"
                  FILE STATUS IS WK-FS-REL.

      *    CALENDARIO DE DIAS UTEIS (PGMS0811): SO AS EXCECOES AO
      *    SEGUNDA A SEXTA - FERIADOS E DIAS UTEIS EXCEPCIONAIS
           SELECT CALEND ASSIGN TO "CALEND.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-DATA
                  FILE STATUS IS WK-FS-CA.

      *    LOG COMUM DE EXECUCAO DA ESTEIRA: UMA LINHA POR EXECUCAO
      *    DE CADA PROGRAMA, LIDA PELO RELATORIO DE OPERACAO PGMP0807
           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WK-FS-RL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

       FD  GLREG.

       01  REG-GLREG.
           05 GR-CHAVE.
               10 GR-LOTE              PIC X(10).
               10 GR-AGENCIA           PIC 9(04).
           05 GR-DADOS                 PIC X(86).

       FD  GLRET.

       01  REG-GLRET                   PIC X(80).

       FD  GLCONC.

       01  REG-GLCONC                  PIC X(80).

       FD  CALEND.

       01  REG-CALEND.
           05 CA-DATA                  PIC 9(08).
           05 CA-DADOS                 PIC X(72).

       FD  RUNLOG.

       01  REG-RUNLOG                  PIC X(56).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       77  WK-FS-GR                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-RT                    PIC 9(02) VALUE ZEROS.
       77  WK-FS-REL                   PIC 9(02) VALUE ZEROS.
       77  WK-FS-CA                    PIC 9(02) VALUE ZEROS.
       77  WK-MSG                      PIC X(40) VALUE SPACES.
       77  WK-FIM                      PIC X(01) VALUE SPACES.
       77  WK-FIM-GR                   PIC X(01) VALUE SPACES.
       77  WK-RT-ABERTO                PIC X(01) VALUE SPACES.
       77  WK-PARM-DATA                PIC X(08) VALUE SPACES.
       77  WK-DATA-PROC                PIC 9(08) VALUE ZEROS.
       77  WK-AC-PAGINAS               PIC 9(03) VALUE ZEROS.
       77  WK-AC-LINHAS                PIC 9(05) VALUE ZEROS.
       77  WK-SECAO                    PIC X(01) VALUE SPACES.
       77  WK-LOTE-ATUAL               PIC X(10) VALUE SPACES.
       77  WK-LOTE-ACHADO              PIC X(01) VALUE SPACES.

      *    CONTADORES DO RETORNO E DA RELACAO POR IDADE
       77  WK-TOT-LIDOS                PIC 9(06) VALUE ZEROS.
       77  WK-TOT-LOTES-RT             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ACEITOS              PIC 9(06) VALUE ZEROS.
       77  WK-TOT-REJEITADOS           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-LINHAS-REJ           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-NAO-REG              PIC 9(06) VALUE ZEROS.
       77  WK-TOT-DIVERGENTES          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-INVALIDOS            PIC 9(06) VALUE ZEROS.
       77  WK-TOT-PENDENTES            PIC 9(06) VALUE ZEROS.
       77  WK-TOT-VENCIDOS             PIC 9(06) VALUE ZEROS.
       77  WK-TOT-REJ-ABERTOS          PIC 9(06) VALUE ZEROS.
       77  WK-TOT-DUPLICADOS           PIC 9(06) VALUE ZEROS.
       77  WK-FX-ATE-1                 PIC 9(06) VALUE ZEROS.
       77  WK-FX-2-A-5                 PIC 9(06) VALUE ZEROS.
       77  WK-FX-ACIMA-5               PIC 9(06) VALUE ZEROS.

      *    DIAS UTEIS ENTRE O ENVIO E A DATA DO PROCESSAMENTO (SABADO,
      *    DOMINGO E FERIADO DO CALENDARIO NAO CONTAM; DIA UTIL
      *    EXCEPCIONAL CONTA). O DIA JULIANO 1 (01/01/1601) FOI UMA
      *    SEGUNDA-FEIRA
       77  WK-DIAS-UTEIS               PIC 9(05) VALUE ZEROS.
       77  WK-JUL-INI                  PIC 9(07) VALUE ZEROS.
       77  WK-JUL-FIM                  PIC 9(07) VALUE ZEROS.
       77  WK-JUL                      PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA               PIC 9(01) VALUE ZEROS.
       77  WK-DATA-DIA                 PIC 9(08) VALUE ZEROS.

      *    CALENDARIO: TIPO F = FERIADO EM DIA DE SEMANA, U = DIA UTIL
      *    EXCEPCIONAL EM FIM DE SEMANA (LAYOUT DO PGMS0811)
       77  WK-CAL-ABERTO               PIC X(01) VALUE "N".
       01  WK-REG-CALEND.
           05 WK-CA-DATA               PIC 9(08) VALUE ZEROS.
           05 WK-CA-TIPO               PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(71) VALUE SPACES.

       01  WK-CURRENT-DATE.
           05 WK-CD-AAAA               PIC 9(04) VALUE ZEROS.
           05 WK-CD-MM                 PIC 9(02) VALUE ZEROS.
           05 WK-CD-DD                 PIC 9(02) VALUE ZEROS.

       01  WK-DT-ENVIO.
           05 WK-DE-AAAA               PIC 9(04) VALUE ZEROS.
           05 WK-DE-MM                 PIC 9(02) VALUE ZEROS.
           05 WK-DE-DD                 PIC 9(02) VALUE ZEROS.

       01  WK-DATA.
           05 WK-DATA1-DD              PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE '/'.
           05 WK-DATA1-MM              PIC 9(02) VALUE ZEROS.
           05 FILLER                   PIC X     VALUE '/'.
           05 WK-DATA1-AAAA            PIC 9(04) VALUE ZEROS.

      *    REGISTRO DO GLREG (MESMO LAYOUT DO PGMP0805). AGENCIA 0000
      *    = RESUMO DO LOTE; SITUACAO E=ENVIADO F=FALTANTE A=ACEITO
      *    R=REJEITADO S=SUBSTITUIDO POR NOVO ENVIO
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

      *    REGISTROS DO RETORNO DO RAZAO: L = SITUACAO DO LOTE,
      *    E = LINHA DO LOTE REJEITADA PELO RAZAO, COM O MOTIVO
       01  WK-REG-RET.
           05 WK-RT-TIPO               PIC X(01) VALUE SPACES.
           05 WK-RT-LOTE               PIC X(10) VALUE SPACES.
           05 WK-RT-CORPO              PIC X(69) VALUE SPACES.
           05 WK-RT-LOTE-L REDEFINES WK-RT-CORPO.
               10 WK-RT-SITUACAO       PIC X(01).
               10 WK-RT-DATA-A         PIC X(08).
               10 WK-RT-DATA REDEFINES WK-RT-DATA-A PIC 9(08).
               10 WK-RT-QTD-ACEITAS-A  PIC X(06).
               10 WK-RT-QTD-ACEITAS REDEFINES WK-RT-QTD-ACEITAS-A
                                       PIC 9(06).
               10 WK-RT-QTD-REJ-A      PIC X(06).
               10 WK-RT-QTD-REJ REDEFINES WK-RT-QTD-REJ-A
                                       PIC 9(06).
               10 FILLER               PIC X(48).
           05 WK-RT-LINHA-E REDEFINES WK-RT-CORPO.
               10 WK-RT-LINHA          PIC X(06).
               10 WK-RT-AGENCIA        PIC X(04).
               10 WK-RT-RAZAO          PIC X(08).
               10 WK-RT-MOTIVO         PIC X(04).
               10 WK-RT-DESCRICAO      PIC X(40).
               10 FILLER               PIC X(07).

      *    LINHAS DO RELATORIO
       01  WK-CON1.
           05 FILLER                   PIC X(36) VALUE
           'MONTEDATA PROCESSADORA DE DADOS LTDA'.
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'PAG. '.
           05 CON1-PAG                 PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PGMP0810'.

       01  WK-CON2.
           05 FILLER                   PIC X(34) VALUE
           'DEPARTAMENTO DE ANALISE DE SUPORTE'.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 CON2-DATA                PIC X(10) VALUE SPACES.

       01  WK-CON3.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(45) VALUE
           'CONCILIACAO DOS LOTES CONTABEIS - RETORNOS'.

       01  WK-CON4.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'LOTE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'SITUACAO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'DT RETORNO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'ACEITA'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'REJEIT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE 'CONCILIACAO'.

       01  WK-CON5.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CON5-LOTE                PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CON5-SITUACAO            PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CON5-DD                  PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 CON5-MM                  PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 CON5-AAAA                PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CON5-ACEITAS             PIC ZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CON5-REJEITADAS          PIC ZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CON5-RESULTADO           PIC X(28) VALUE SPACES.

      *    MOTIVO DE UMA LINHA REJEITADA, ABAIXO DO LOTE
       01  WK-CON6.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'LINHA '.
           05 CON6-LINHA               PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CON6-AGENCIA             PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CON6-RAZAO               PIC X(08) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CON6-MOTIVO              PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CON6-DESCRICAO           PIC X(40) VALUE SPACES.

       01  WK-CON7.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
           'NENHUM RETORNO DO RAZAO NESTA EXECUCAO'.

      *    RELACAO POR IDADE DOS LOTES PENDENTES
       01  WK-CON8.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(50) VALUE
           'LOTES SEM RETORNO E REJEITADOS - POR IDADE'.

       01  WK-CON9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'LOTE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'DT ENVIO'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'SITUACAO'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE 'D.UT.'.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
           'VALOR DO LOTE'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'REJEIT'.

       01  WK-CON10.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CON10-LOTE               PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CON10-DD                 PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 CON10-MM                 PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X     VALUE '/'.
           05 CON10-AAAA               PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CON10-SITUACAO           PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CON10-DIAS               PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 CON10-VALOR              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CON10-REJ                PIC ZZZZZ9.

       01  WK-CON11.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
           'NENHUM LOTE PENDENTE OU REJEITADO'.

       01  WK-CON12.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE
           'IDADE EM DIAS UTEIS - '.
           05 FILLER                   PIC X(07) VALUE 'ATE 1: '.
           05 CON12-ATE-1              PIC ZZZZZ9.
           05 FILLER                   PIC X(10) VALUE '   2 A 5: '.
           05 CON12-2-A-5              PIC ZZZZZ9.
           05 FILLER                   PIC X(15) VALUE
           '   ACIMA DE 5: '.
           05 CON12-ACIMA-5            PIC ZZZZZ9.

       01  WK-CON13.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
           'SEM RETORNO HA MAIS DE 1 DIA: '.
           05 CON13-VENCIDOS           PIC ZZZZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE
           'REJEITADOS ABERTOS: '.
           05 CON13-REJEITADOS         PIC ZZZZZ9.

      *    REGISTRO DO LOG COMUM DE EXECUCAO: PROGRAMA, INICIO, FIM,
      *    CONTAGENS E O RETORNO - LAYOUT FIXO COMBINADO COM O
      *    RELATORIO DE OPERACAO PGMP0807
       77  WK-FS-RL                    PIC 9(02) VALUE ZEROS.
       01  WK-RL-AGORA                 PIC X(14) VALUE SPACES.
       01  WK-REG-RUNLOG.
           05 WK-RL-PROGRAMA           PIC X(08) VALUE "PGMP0810".
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
           PERFORM 2000-PROCESSAMENTO THRU END-2000
                        UNTIL WK-FIM = "S"
           PERFORM 3000-RELACIONAR-PENDENTES THRU END-3000
           PERFORM 3500-FINALIZAR THRU END-3500

      *    RETORNO GRADUADO PARA O SCHEDULER: 0 TUDO CONCILIADO, 4
      *    LOTE REJEITADO AINDA NAO REENVIADO OU RETORNO QUE NAO BATE
      *    COM O REGISTRO, 8 LOTE HA MAIS DE UM DIA UTIL SEM RETORNO
      *    (OU LOTE SUBSTITUIDO QUE O RAZAO ACEITOU), 12 ABEND
           IF (WK-TOT-VENCIDOS > ZEROS OR WK-TOT-DUPLICADOS > ZEROS)
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF (WK-TOT-REJ-ABERTOS > ZEROS OR
               WK-TOT-NAO-REG > ZEROS OR
               WK-TOT-DIVERGENTES > ZEROS OR
               WK-TOT-INVALIDOS > ZEROS)
               AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 8000-GRAVAR-RUNLOG THRU END-8000

           STOP RUN.

       1000-INICIALIZAR SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-RL-AGORA
           MOVE WK-RL-AGORA (1:8) TO WK-RL-DATA-INI
           MOVE WK-RL-AGORA (9:6) TO WK-RL-HORA-INI

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-CURRENT-DATE

      *    DATA DO PROCESSAMENTO (PGMP0810_DATA, AAAAMMDD, PARA
      *    REPROCESSAR UM DIA) OU A CORRENTE - E CONTRA ELA QUE A
      *    IDADE DOS LOTES E CONTADA
           ACCEPT WK-PARM-DATA FROM ENVIRONMENT "PGMP0810_DATA"

           IF WK-PARM-DATA NUMERIC AND
              WK-PARM-DATA (5:2) >= "01" AND WK-PARM-DATA (5:2) <= "12"
              AND
              WK-PARM-DATA (7:2) >= "01" AND WK-PARM-DATA (7:2) <= "31"
               MOVE WK-PARM-DATA TO WK-CURRENT-DATE
           ELSE
               IF WK-PARM-DATA NOT = SPACES
                   DISPLAY "PGMP0810_DATA INVALIDA (" WK-PARM-DATA
                           ") - USANDO A DATA CORRENTE"
               END-IF
           END-IF

           MOVE WK-CURRENT-DATE TO WK-DATA-PROC
           MOVE WK-CD-AAAA TO WK-DATA1-AAAA
           MOVE WK-CD-MM   TO WK-DATA1-MM
           MOVE WK-CD-DD   TO WK-DATA1-DD

      *    SEM REGISTRO DE LOTES NENHUM LOTE FOI ENVIADO AINDA: NAO HA
      *    O QUE CONCILIAR
           OPEN I-O GLREG

           IF WK-FS-GR EQUAL 35
               DISPLAY "AVISO: REGISTRO DE LOTES GLREG.DAT AINDA NAO "
                       "EXISTE - NENHUM LOTE ENVIADO"
               PERFORM 8000-GRAVAR-RUNLOG THRU END-8000
               STOP RUN
           END-IF

           IF WK-FS-GR NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO GLREG.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           MOVE "S" TO WK-RT-ABERTO
           OPEN INPUT GLRET

           IF WK-FS-RT EQUAL 35
               MOVE "N" TO WK-RT-ABERTO
               MOVE "S" TO WK-FIM
               DISPLAY "AVISO: SEM ARQUIVO DE RETORNO DO RAZAO "
                       "(GLRET.DAT)"
           ELSE
               IF WK-FS-RT NOT EQUAL ZEROS
                   MOVE "ERRO NA ABERTURA DO GLRET.DAT" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-IF

           OPEN OUTPUT GLCONC

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA ABERTURA DO GLCONC.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

      *    SEM CALENDARIO CADASTRADO A IDADE E CONTADA DE SEGUNDA A
      *    SEXTA, COMO ANTES DELE EXISTIR
           OPEN INPUT CALEND

           EVALUATE WK-FS-CA
               WHEN ZEROS
                   MOVE "S" TO WK-CAL-ABERTO
               WHEN 35
                   MOVE "N" TO WK-CAL-ABERTO
                   DISPLAY "AVISO: SEM CALENDARIO CALEND.DAT - DIAS "
                           "UTEIS DE SEGUNDA A SEXTA"
               WHEN OTHER
                   MOVE "ERRO NA ABERTURA DO CALEND.DAT" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-EVALUATE

           MOVE "R" TO WK-SECAO
           PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           .
       END-1000. EXIT.

       2000-PROCESSAMENTO SECTION.
           READ GLRET INTO WK-REG-RET
               AT END
                   MOVE "S" TO WK-FIM
               NOT AT END
                   ADD 1 TO WK-TOT-LIDOS
                   EVALUATE WK-RT-TIPO
                       WHEN "L"
                           PERFORM 2010-CONCILIAR-LOTE THRU END-2010
                       WHEN "E"
                           PERFORM 2020-IMPRIMIR-MOTIVO THRU END-2020
                       WHEN OTHER
                           ADD 1 TO WK-TOT-INVALIDOS
                           DISPLAY "REGISTRO INVALIDO NO GLRET.DAT: "
                                   WK-REG-RET (1:40)
                   END-EVALUATE
           END-READ

           IF WK-FS-RT NOT EQUAL ZEROS AND
               WK-FS-RT NOT EQUAL 10
               MOVE "ERRO NA LEITURA DO GLRET.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2000. EXIT.

      *    SITUACAO DE UM LOTE DEVOLVIDA PELO RAZAO: LOCALIZAR O RESUMO
      *    DO LOTE NO REGISTRO, CONFERIR A QUANTIDADE DE LINHAS E
      *    MARCAR ACEITO OU REJEITADO COM A DATA DO RETORNO
       2010-CONCILIAR-LOTE SECTION.
           MOVE WK-RT-LOTE TO WK-LOTE-ATUAL
           MOVE "N" TO WK-LOTE-ACHADO

           MOVE WK-RT-LOTE TO CON5-LOTE
           MOVE SPACES TO CON5-DD CON5-MM CON5-AAAA
           MOVE ZEROS TO CON5-ACEITAS
           MOVE ZEROS TO CON5-REJEITADAS

           IF (WK-RT-SITUACAO NOT = "A" AND WK-RT-SITUACAO NOT = "R")
              OR WK-RT-DATA-A NOT NUMERIC
              OR WK-RT-QTD-ACEITAS-A NOT NUMERIC
              OR WK-RT-QTD-REJ-A NOT NUMERIC
               ADD 1 TO WK-TOT-INVALIDOS
               MOVE "??" TO CON5-SITUACAO
               MOVE "RETORNO INVALIDO - IGNORADO" TO CON5-RESULTADO
               PERFORM 2030-IMPRIMIR-LOTE THRU END-2030
               GO TO END-2010
           END-IF

           ADD 1 TO WK-TOT-LOTES-RT
           MOVE WK-RT-DATA-A (7:2) TO CON5-DD
           MOVE WK-RT-DATA-A (5:2) TO CON5-MM
           MOVE WK-RT-DATA-A (1:4) TO CON5-AAAA
           MOVE WK-RT-QTD-ACEITAS TO CON5-ACEITAS
           MOVE WK-RT-QTD-REJ     TO CON5-REJEITADAS
           IF WK-RT-SITUACAO = "A"
               MOVE "ACEITO"    TO CON5-SITUACAO
           ELSE
               MOVE "REJEITADO" TO CON5-SITUACAO
           END-IF

           MOVE WK-RT-LOTE TO GR-LOTE
           MOVE ZEROS      TO GR-AGENCIA
           READ GLREG INTO WK-REG-GLREG
               INVALID KEY
                   ADD 1 TO WK-TOT-NAO-REG
                   MOVE "LOTE NAO CONSTA DO REGISTRO" TO CON5-RESULTADO
                   PERFORM 2030-IMPRIMIR-LOTE THRU END-2030
                   GO TO END-2010
           END-READ

           IF WK-FS-GR NOT EQUAL ZEROS
               MOVE "ERRO NA LEITURA DO GLREG.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           MOVE "S" TO WK-LOTE-ACHADO
           MOVE "CONCILIADO" TO CON5-RESULTADO

      *    O RAZAO DEVOLVE AS LINHAS QUE LEU: ACEITAS + REJEITADAS
      *    DIFERENTE DO QUE FOI ENVIADO E LOTE CARREGADO PELA METADE
           IF WK-RT-QTD-ACEITAS + WK-RT-QTD-REJ NOT = WK-GR-QTD
               ADD 1 TO WK-TOT-DIVERGENTES
               MOVE "QTD DE LINHAS NAO CONFERE" TO CON5-RESULTADO
           END-IF

      *    LOTE JA SUBSTITUIDO POR NOVO ENVIO E ACEITO PELO RAZAO:
      *    A DATA PODE TER SIDO CARREGADA DUAS VEZES
           IF WK-GR-SITUACAO = "S" AND WK-RT-SITUACAO = "A"
               ADD 1 TO WK-TOT-DUPLICADOS
               MOVE "SUBSTITUIDO E ACEITO-DUPLIC?" TO CON5-RESULTADO
               DISPLAY "ATENCAO: LOTE " WK-RT-LOTE " FOI SUBSTITUIDO "
                       "E ACEITO PELO RAZAO - VERIFICAR DUPLICIDADE"
           END-IF

           MOVE WK-RT-SITUACAO TO WK-GR-SITUACAO
           MOVE WK-RT-DATA     TO WK-GR-DATA-RETORNO
           MOVE WK-RT-QTD-REJ  TO WK-GR-QTD-REJ

           REWRITE REG-GLREG FROM WK-REG-GLREG

           IF WK-FS-GR NOT EQUAL ZEROS
               MOVE "ERRO NA REGRAVACAO DO GLREG.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           IF WK-RT-SITUACAO = "A"
               ADD 1 TO WK-TOT-ACEITOS
           ELSE
               ADD 1 TO WK-TOT-REJEITADOS
           END-IF

           PERFORM 2030-IMPRIMIR-LOTE THRU END-2030
           .
       END-2010. EXIT.

      *    MOTIVO DE REJEICAO DE UMA LINHA: SAI LOGO ABAIXO DO LOTE A
      *    QUE PERTENCE (O RAZAO GRAVA O L ANTES DOS E DO LOTE)
       2020-IMPRIMIR-MOTIVO SECTION.
           ADD 1 TO WK-TOT-LINHAS-REJ

           IF WK-RT-LOTE NOT = WK-LOTE-ATUAL
               ADD 1 TO WK-TOT-INVALIDOS
               DISPLAY "MOTIVO DE REJEICAO FORA DO LOTE: "
                       WK-REG-RET (1:40)
           END-IF

           IF WK-AC-LINHAS > 57
               PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           END-IF

           MOVE WK-RT-LINHA     TO CON6-LINHA
           MOVE WK-RT-AGENCIA   TO CON6-AGENCIA
           MOVE WK-RT-RAZAO     TO CON6-RAZAO
           MOVE WK-RT-MOTIVO    TO CON6-MOTIVO
           MOVE WK-RT-DESCRICAO TO CON6-DESCRICAO

           ADD 1 TO WK-AC-LINHAS
           WRITE REG-GLCONC FROM WK-CON6 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           .
       END-2020. EXIT.

       2030-IMPRIMIR-LOTE SECTION.
           IF WK-AC-LINHAS > 56
               PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           END-IF

           ADD 2 TO WK-AC-LINHAS
           WRITE REG-GLCONC FROM WK-CON5 AFTER 2
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           .
       END-2030. EXIT.

      *    CABECALHO DE PAGINA, COM O TITULO E AS COLUNAS DA SECAO
      *    CORRENTE (R = RETORNOS, P = PENDENTES POR IDADE)
       2100-IMPRIMIR-CABECALHO SECTION.
           ADD 1 TO WK-AC-PAGINAS
           MOVE WK-AC-PAGINAS TO CON1-PAG
           MOVE WK-DATA TO CON2-DATA

           IF WK-AC-PAGINAS = 1
               WRITE REG-GLCONC FROM WK-CON1 BEFORE 1
           ELSE
               WRITE REG-GLCONC FROM WK-CON1 AFTER PAGE
           END-IF
           WRITE REG-GLCONC FROM WK-CON2 AFTER 1

           IF WK-SECAO = "P"
               WRITE REG-GLCONC FROM WK-CON8 AFTER 1
               WRITE REG-GLCONC FROM WK-CON9 AFTER 1
           ELSE
               WRITE REG-GLCONC FROM WK-CON3 AFTER 1
               WRITE REG-GLCONC FROM WK-CON4 AFTER 1
           END-IF
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150

           MOVE 7 TO WK-AC-LINHAS
           .
       END-2100. EXIT.

      *    COM FILE STATUS DECLARADO, ERRO DE WRITE NAO DERRUBA O
      *    PROGRAMA SOZINHO - SEM ESTA CONFERENCIA UM DISCO CHEIO
      *    SAIRIA COMO RELATORIO TRUNCADO COM CARA DE SUCESSO
       2150-CONFERIR-ESCRITA SECTION.
           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NA GRAVACAO DO GLCONC.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-2150. EXIT.

      *    RELACAO POR IDADE: VARRE OS RESUMOS DE LOTE DO REGISTRO;
      *    ENVIADO SEM RETORNO HA UM DIA UTIL OU MAIS PASSA A
      *    FALTANTE, E FALTANTE HA MAIS DE UM DIA UTIL E VENCIDO
       3000-RELACIONAR-PENDENTES SECTION.
           IF WK-TOT-LIDOS = ZEROS
               WRITE REG-GLCONC FROM WK-CON7 AFTER 2
               PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           END-IF

           MOVE "P" TO WK-SECAO
           PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100

           MOVE SPACES TO WK-FIM-GR
           MOVE LOW-VALUES TO GR-LOTE
           MOVE ZEROS TO GR-AGENCIA
           START GLREG KEY NOT < GR-CHAVE
               INVALID KEY
                   MOVE "S" TO WK-FIM-GR
           END-START

           PERFORM 3010-LER-REGISTRO THRU END-3010
                   UNTIL WK-FIM-GR = "S"

           IF WK-TOT-PENDENTES = ZEROS
               WRITE REG-GLCONC FROM WK-CON11 AFTER 2
               PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           END-IF

           MOVE WK-FX-ATE-1   TO CON12-ATE-1
           MOVE WK-FX-2-A-5   TO CON12-2-A-5
           MOVE WK-FX-ACIMA-5 TO CON12-ACIMA-5
           WRITE REG-GLCONC FROM WK-CON12 AFTER 2

           MOVE WK-TOT-VENCIDOS    TO CON13-VENCIDOS
           MOVE WK-TOT-REJ-ABERTOS TO CON13-REJEITADOS
           WRITE REG-GLCONC FROM WK-CON13 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           .
       END-3000. EXIT.

       3010-LER-REGISTRO SECTION.
           READ GLREG NEXT RECORD INTO WK-REG-GLREG
               AT END
                   MOVE "S" TO WK-FIM-GR
                   GO TO END-3010
           END-READ

           IF WK-FS-GR NOT EQUAL ZEROS
               MOVE "ERRO NA LEITURA DO GLREG.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           IF WK-GR-AGENCIA NOT = ZEROS
               GO TO END-3010
           END-IF

           IF WK-GR-SITUACAO NOT = "E" AND
              WK-GR-SITUACAO NOT = "F" AND
              WK-GR-SITUACAO NOT = "R"
               GO TO END-3010
           END-IF

           PERFORM 3020-CONTAR-DIAS-UTEIS THRU END-3020

           IF WK-GR-SITUACAO = "E" AND WK-DIAS-UTEIS > ZEROS
               MOVE "F" TO WK-GR-SITUACAO
               REWRITE REG-GLREG FROM WK-REG-GLREG
               IF WK-FS-GR NOT EQUAL ZEROS
                   MOVE "ERRO NA REGRAVACAO DO GLREG.DAT" TO WK-MSG
                   PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
               END-IF
           END-IF

           EVALUATE WK-GR-SITUACAO
               WHEN "E"
                   MOVE "AGUARDANDO" TO CON10-SITUACAO
               WHEN "F"
                   MOVE "FALTANTE"   TO CON10-SITUACAO
                   IF WK-DIAS-UTEIS > 1
                       ADD 1 TO WK-TOT-VENCIDOS
                   END-IF
               WHEN OTHER
                   MOVE "REJEITADO"  TO CON10-SITUACAO
                   ADD 1 TO WK-TOT-REJ-ABERTOS
           END-EVALUATE

           EVALUATE TRUE
               WHEN WK-DIAS-UTEIS <= 1
                   ADD 1 TO WK-FX-ATE-1
               WHEN WK-DIAS-UTEIS <= 5
                   ADD 1 TO WK-FX-2-A-5
               WHEN OTHER
                   ADD 1 TO WK-FX-ACIMA-5
           END-EVALUATE

           ADD 1 TO WK-TOT-PENDENTES

           IF WK-AC-LINHAS > 57
               PERFORM 2100-IMPRIMIR-CABECALHO THRU END-2100
           END-IF

           MOVE WK-GR-LOTE           TO CON10-LOTE
           MOVE WK-GR-DATA-ENVIO     TO WK-DT-ENVIO
           MOVE WK-DE-DD             TO CON10-DD
           MOVE WK-DE-MM             TO CON10-MM
           MOVE WK-DE-AAAA           TO CON10-AAAA
           MOVE WK-DIAS-UTEIS        TO CON10-DIAS
           MOVE WK-GR-DEB            TO CON10-VALOR
           MOVE WK-GR-QTD-REJ        TO CON10-REJ

           ADD 1 TO WK-AC-LINHAS
           WRITE REG-GLCONC FROM WK-CON10 AFTER 1
           PERFORM 2150-CONFERIR-ESCRITA THRU END-2150
           .
       END-3010. EXIT.

      *    DIAS UTEIS DO DIA SEGUINTE AO ENVIO ATE A DATA DO
      *    PROCESSAMENTO, INCLUSIVE: LOTE ENVIADO ONTEM (DIA UTIL) TEM
      *    UM DIA, ENVIADO NA SEXTA E VISTO NA SEGUNDA TAMBEM
       3020-CONTAR-DIAS-UTEIS SECTION.
           MOVE ZEROS TO WK-DIAS-UTEIS

           IF WK-GR-DATA-ENVIO NOT NUMERIC OR
              WK-GR-DATA-ENVIO >= WK-DATA-PROC
               GO TO END-3020
           END-IF

           COMPUTE WK-JUL-INI =
                   FUNCTION INTEGER-OF-DATE (WK-GR-DATA-ENVIO) + 1
           END-COMPUTE
           COMPUTE WK-JUL-FIM =
                   FUNCTION INTEGER-OF-DATE (WK-DATA-PROC)
           END-COMPUTE

           PERFORM VARYING WK-JUL FROM WK-JUL-INI BY 1
                   UNTIL WK-JUL > WK-JUL-FIM
               COMPUTE WK-DIA-SEMANA = FUNCTION MOD (WK-JUL - 1, 7)
               END-COMPUTE
               PERFORM 3030-LER-CALENDARIO THRU END-3030
               IF (WK-DIA-SEMANA < 5 AND WK-CA-TIPO NOT = "F") OR
                  WK-CA-TIPO = "U"
                   ADD 1 TO WK-DIAS-UTEIS
               END-IF
           END-PERFORM
           .
       END-3020. EXIT.

      *    TIPO DO DIA JULIANO WK-JUL NO CALENDARIO: BRANCO QUANDO A
      *    DATA NAO E EXCECAO OU NAO HA CALENDARIO
       3030-LER-CALENDARIO SECTION.
           MOVE SPACES TO WK-CA-TIPO

           IF WK-CAL-ABERTO NOT = "S"
               GO TO END-3030
           END-IF

           COMPUTE WK-DATA-DIA = FUNCTION DATE-OF-INTEGER (WK-JUL)
           END-COMPUTE
           MOVE WK-DATA-DIA TO CA-DATA

           READ CALEND INTO WK-REG-CALEND
               INVALID KEY
                   MOVE SPACES TO WK-CA-TIPO
           END-READ

           IF WK-FS-CA NOT EQUAL ZEROS AND
               WK-FS-CA NOT EQUAL 23
               MOVE "ERRO NA LEITURA DO CALEND.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF
           .
       END-3030. EXIT.

       3500-FINALIZAR SECTION.
           CLOSE GLREG

           IF WK-RT-ABERTO = "S"
               CLOSE GLRET
           END-IF

           IF WK-CAL-ABERTO = "S"
               CLOSE CALEND
           END-IF

      *    O CLOSE DESCARREGA OS BUFFERS DO RELATORIO - FALHA AQUI E
      *    RELATORIO INCOMPLETO NO DISCO E NAO PODE SAIR COM RC 0
           CLOSE GLCONC

           IF WK-FS-REL NOT EQUAL ZEROS
               MOVE "ERRO NO CLOSE DO GLCONC.DAT" TO WK-MSG
               PERFORM 9000-ERRO-PROCESSAMENTO THRU 9000-FIM
           END-IF

           DISPLAY "CONCILIACAO DOS LOTES CONTABEIS ENCERRADA"
           DISPLAY "REGISTROS DE RETORNO LIDOS:  " WK-TOT-LIDOS
           DISPLAY "LOTES ACEITOS NO RETORNO:    " WK-TOT-ACEITOS
           DISPLAY "LOTES REJEITADOS NO RETORNO: " WK-TOT-REJEITADOS
           DISPLAY "LINHAS REJEITADAS:           " WK-TOT-LINHAS-REJ
           DISPLAY "RETORNOS FORA DO REGISTRO:   " WK-TOT-NAO-REG
           DISPLAY "QUANTIDADES DIVERGENTES:     " WK-TOT-DIVERGENTES
           DISPLAY "LOTES PENDENTES/REJEITADOS:  " WK-TOT-PENDENTES
           DISPLAY "SEM RETORNO HA MAIS DE 1 DIA:" WK-TOT-VENCIDOS
           DISPLAY "SUBSTITUIDOS E ACEITOS:      " WK-TOT-DUPLICADOS
           .
       END-3500. EXIT.

      *    UMA LINHA NO LOG COMUM DE EXECUCAO (RUNLOG.DAT). FALHA
      *    AQUI E AVISO RUIDOSO, NAO ABEND: O LOG NAO PODE DERRUBAR
      *    O JOB QUE ELE EXISTE PARA VIGIAR. GRAVADOS = LOTES
      *    CONCILIADOS; REJEITADOS = LOTES PENDENTES OU REJEITADOS
       8000-GRAVAR-RUNLOG SECTION.
           MOVE WK-TOT-LIDOS TO WK-RL-LIDOS
           COMPUTE WK-RL-GRAVADOS = WK-TOT-ACEITOS + WK-TOT-REJEITADOS
           END-COMPUTE
           MOVE WK-TOT-PENDENTES TO WK-RL-REJEITADOS
           MOVE RETURN-CODE      TO WK-RL-RC
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
      *    COMO NOS DEMAIS LEITORES
       9000-ERRO-PROCESSAMENTO SECTION.
           DISPLAY "==================================================="
           DISPLAY "PROGRAMA COM ERRO"
           DISPLAY "==================================================="
           DISPLAY WK-MSG
           DISPLAY "==================================================="
           DISPLAY "FILE STATUS GLREG : " WK-FS-GR
           DISPLAY "FILE STATUS GLRET : " WK-FS-RT
           DISPLAY "FILE STATUS GLCONC: " WK-FS-REL
           DISPLAY "FILE STATUS CALEND: " WK-FS-CA
           DISPLAY "==================================================="

           MOVE 12 TO RETURN-CODE

           STOP RUN
           .
       9000-FIM. EXIT.

       END PROGRAM PGMP0810.
