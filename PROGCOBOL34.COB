       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL34.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: RELATORIO OPERACIONAL DO BATCH NOTURNO POR PERIODO
      *          (STEPHF DO PROGCOBOL19 + RUNLOGF DO PROGCOBOL08)
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PLAN-FILE ASSIGN TO "JOBPLANF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JOBPLANF.
           SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-STEPHF.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RUNLOGF.
           SELECT NIGHT-SORT-FILE ASSIGN TO "SRTWKM".
           SELECT NIGHT-SORTED-FILE ASSIGN TO "NOITESF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOITESF.
           SELECT OPER-REPORT-FILE ASSIGN TO "OPERREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OPERREL.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM34F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-PLAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  JP-REGISTRO.
           05  JP-SEQ                  PIC 9(02).
           05  JP-PROGRAMA             PIC X(12).
           05  JP-PREDECESSOR          PIC 9(02).
           05  JP-RC-MAXIMO            PIC 9(04).
           05  JP-ARQ-PARM             PIC X(08).
           05  JP-PARAMETRO            PIC X(40).

       FD  STEP-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  ST-REGISTRO.
           05  ST-SEQ                  PIC 9(02).
           05  ST-PROGRAMA             PIC X(12).
           05  ST-DATA                 PIC 9(08).
           05  ST-HORA-INICIO          PIC 9(06).
           05  ST-HORA-FIM             PIC 9(06).
           05  ST-RETORNO              PIC 9(04).
           05  ST-SITUACAO             PIC X(09).
             88 ST-EXECUTADO            VALUE 'EXECUTADO'.
             88 ST-FALHOU               VALUE 'FALHOU'.
             88 ST-BLOQUEADO            VALUE 'BLOQUEADO'.
             88 ST-PULADO               VALUE 'PULADO'.

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RI-REGISTRO.
           05  RI-TURMA                PIC X(10).
           05  FILLER                  PIC X(01).
           05  RI-TERMO                PIC X(06).
           05  FILLER                  PIC X(05).
           05  RI-HORA-INICIO          PIC X(06).
           05  FILLER                  PIC X(05).
           05  RI-HORA-FIM             PIC X(06).
           05  FILLER                  PIC X(05).
           05  RI-LIDOS                PIC ZZZZ9.
           05  FILLER                  PIC X(05).
           05  RI-EXPORTADOS           PIC X(05).
           05  FILLER                  PIC X(05).
           05  RI-EXCECOES             PIC X(05).
           05  FILLER                  PIC X(05).
           05  RI-FALTANTES            PIC X(05).
           05  FILLER                  PIC X(05).
           05  RI-DATA                 PIC X(08).

       SD  NIGHT-SORT-FILE.
       01  NS-REGISTRO.
           05  NS-DATA                 PIC 9(08).
           05  NS-TIPO                 PIC X(01).
           05  NS-SITUACAO             PIC X(09).
           05  NS-SEGUNDOS             PIC 9(06).
           05  NS-LIDOS                PIC 9(05).

       FD  NIGHT-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  NO-REGISTRO.
           05  NO-DATA                 PIC 9(08).
           05  NO-TIPO                 PIC X(01).
             88 NO-PASSO                VALUE 'P'.
             88 NO-TURMA                VALUE 'T'.
           05  NO-SITUACAO             PIC X(09).
             88 NO-EXECUTADO            VALUE 'EXECUTADO'.
             88 NO-FALHOU               VALUE 'FALHOU'.
             88 NO-BLOQUEADO            VALUE 'BLOQUEADO'.
             88 NO-PULADO               VALUE 'PULADO'.
           05  NO-SEGUNDOS             PIC 9(06).
           05  NO-LIDOS                PIC 9(05).

       FD  OPER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-LINHA                    PIC X(80).

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-DATA-INICIO          PIC X(08).
           05  PM-DATA-FIM             PIC X(08).
           05  PM-LIMITE-JANELA        PIC X(04).
           05  FILLER                  PIC X(20).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-JOBPLANF     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STEPHF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RUNLOGF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-NOITESF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-OPERREL      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PARMF        PIC X(02) VALUE SPACES.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-ANO-MES             PIC 9(06) VALUE ZERO.
       77 WRK-DATA-INICIO         PIC 9(08) VALUE ZERO.
       77 WRK-DATA-FIM            PIC 9(08) VALUE ZERO.
       77 WRK-DATA-INI-ENTRADA    PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM-ENTRADA    PIC X(08) VALUE SPACES.
       77 WRK-LIMITE-ENTRADA      PIC X(04) VALUE SPACES.
       77 WRK-LIMITE-JANELA       PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-SEGUNDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-ABORTA-EXECUCAO     PIC X(01) VALUE 'N'.
         88 ABORTA-EXECUCAO       VALUE 'S'.
       77 WRK-FIM-PLANO           PIC X(01) VALUE 'N'.
         88 FIM-PLANO             VALUE 'S'.
       77 WRK-FIM-HISTORICO       PIC X(01) VALUE 'N'.
         88 FIM-HISTORICO         VALUE 'S'.
       77 WRK-FIM-RUNLOG          PIC X(01) VALUE 'N'.
         88 FIM-RUNLOG            VALUE 'S'.
       77 WRK-FIM-NOITES          PIC X(01) VALUE 'N'.
         88 FIM-NOITES            VALUE 'S'.
       77 WRK-PROGRAMA-ACHADO     PIC X(01) VALUE 'N'.
         88 PROGRAMA-ACHADO       VALUE 'S'.
       77 WRK-PROGRAMA-BUSCA      PIC X(12) VALUE SPACES.
       77 WRK-IDX-PROG            PIC 9(03) COMP VALUE ZERO.
       77 WRK-QTDE-PROGRAMAS      PIC 9(03) COMP VALUE ZERO.
       77 WRK-SEG-INICIO          PIC 9(05) COMP VALUE ZERO.
       77 WRK-SEG-FIM             PIC 9(05) COMP VALUE ZERO.
       77 WRK-SEG-PASSO           PIC 9(06) COMP VALUE ZERO.
       77 WRK-SEG-MEDIA           PIC 9(09) COMP VALUE ZERO.
       77 WRK-SEGUNDOS            PIC 9(09) COMP VALUE ZERO.
       77 WRK-RESTO               PIC 9(09) COMP VALUE ZERO.
       77 WRK-DATA-NOITE          PIC 9(08) VALUE ZERO.
       77 WRK-NOITE-PASSOS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-NOITE-FALHAS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-NOITE-SEGUNDOS      PIC 9(09) COMP VALUE ZERO.
       77 WRK-NOITE-TURMAS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-NOITE-LIDOS         PIC 9(07) COMP VALUE ZERO.
       77 WRK-TOTAL-PASSOS-LIDOS  PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-RUNLOG-LIDOS  PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-NOITES        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-JANELA        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-FALHAS        PIC 9(05) COMP VALUE ZERO.

       01  WRK-HORA-CALCULO        PIC 9(06) VALUE ZEROS.
       01  WRK-HORA-PARTES REDEFINES WRK-HORA-CALCULO.
           05  WRK-HC-HORAS        PIC 9(02).
           05  WRK-HC-MINUTOS      PIC 9(02).
           05  WRK-HC-SEGUNDOS     PIC 9(02).

       01  WRK-TEMPO-FORMATADO.
           05  WRK-TF-HORAS        PIC 9(02).
           05  FILLER              PIC X(01) VALUE ':'.
           05  WRK-TF-MINUTOS      PIC 9(02).
           05  FILLER              PIC X(01) VALUE ':'.
           05  WRK-TF-SEGUNDOS     PIC 9(02).

       01  WRK-TABELA-PROGRAMAS.
           05  WRK-PROGRAMA OCCURS 99 TIMES.
               10  WRK-PG-PROGRAMA     PIC X(12).
               10  WRK-PG-EXECUCOES    PIC 9(05) COMP.
               10  WRK-PG-SEG-TOTAL    PIC 9(09) COMP.
               10  WRK-PG-SEG-MAIOR    PIC 9(06) COMP.
               10  WRK-PG-FALHAS       PIC 9(05) COMP.
               10  WRK-PG-PULADOS      PIC 9(05) COMP.
               10  WRK-PG-BLOQUEADOS   PIC 9(05) COMP.

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(24) VALUE
               'OPERACAO DO BATCH NOITE '.
           05  RL-C1-INICIO        PIC 9(08).
           05  FILLER              PIC X(03) VALUE ' A '.
           05  RL-C1-FIM           PIC 9(08).
           05  FILLER              PIC X(10) VALUE ' - JANELA '.
           05  RL-C1-JANELA        PIC ZZZ9.
           05  FILLER              PIC X(04) VALUE ' MIN'.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  RL-CABECALHO-2.
           05  FILLER              PIC X(13) VALUE 'PROGRAMA'.
           05  FILLER              PIC X(07) VALUE ' EXEC'.
           05  FILLER              PIC X(10) VALUE 'MEDIA'.
           05  FILLER              PIC X(10) VALUE 'MAIOR'.
           05  FILLER              PIC X(08) VALUE 'FALHAS'.
           05  FILLER              PIC X(08) VALUE 'PULADOS'.
           05  FILLER              PIC X(24) VALUE 'BLOQ'.

       01  RL-DETALHE-PROGRAMA.
           05  RL-P-PROGRAMA       PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-P-EXECUCOES      PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-P-MEDIA          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-P-MAIOR          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-P-FALHAS         PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RL-P-PULADOS        PIC ZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RL-P-BLOQUEADOS     PIC ZZZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  RL-CABECALHO-3.
           05  FILLER              PIC X(10) VALUE 'NOITE'.
           05  FILLER              PIC X(07) VALUE 'PASSOS'.
           05  FILLER              PIC X(07) VALUE 'FALHAS'.
           05  FILLER              PIC X(10) VALUE 'TEMPO'.
           05  FILLER              PIC X(07) VALUE 'TURMAS'.
           05  FILLER              PIC X(39) VALUE '  LIDOS'.

       01  RL-DETALHE-NOITE.
           05  RL-N-DATA           PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-N-PASSOS         PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-N-FALHAS         PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-N-TEMPO          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-N-TURMAS         PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-N-LIDOS          PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-N-ALERTA         PIC X(16).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  RL-RODAPE-1.
           05  FILLER              PIC X(25) VALUE
               'PASSOS NO PERIODO.....: '.
           05  RL-R1-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-2.
           05  FILLER              PIC X(25) VALUE
               'PASSOS COM FALHA......: '.
           05  RL-R2-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-3.
           05  FILLER              PIC X(25) VALUE
               'NOITES NO PERIODO.....: '.
           05  RL-R3-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-4.
           05  FILLER              PIC X(25) VALUE
               'NOITES ACIMA DA JANELA: '.
           05  RL-R4-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '-'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0100-LE-PARAMETROS THRU 0100-LE-PARAMETROS-EXIT.
           IF NOT ABORTA-EXECUCAO
               OPEN INPUT STEP-HISTORY-FILE
               IF WRK-STATUS-STEPHF = '35'
                   DISPLAY 'HISTORICO DE PASSOS INEXISTENTE'
                   MOVE 8 TO RETURN-CODE
                   SET ABORTA-EXECUCAO TO TRUE
               ELSE
                   CLOSE STEP-HISTORY-FILE
               END-IF
           END-IF.
           IF NOT ABORTA-EXECUCAO
               PERFORM 0150-CARREGA-PLANO
                   THRU 0150-CARREGA-PLANO-EXIT
               SORT NIGHT-SORT-FILE
                   ON ASCENDING KEY NS-DATA
                   ON ASCENDING KEY NS-TIPO
                   INPUT PROCEDURE IS 0200-LIBERA-NOITES
                       THRU 0200-LIBERA-NOITES-EXIT
                   GIVING NIGHT-SORTED-FILE
           END-IF.
           IF NOT ABORTA-EXECUCAO
               PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT
               PERFORM 2000-IMPRIME-PROGRAMAS
                   THRU 2000-IMPRIME-PROGRAMAS-EXIT
               PERFORM 3000-IMPRIME-NOITES
                   THRU 3000-IMPRIME-NOITES-EXIT
               PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT
           END-IF.
           GOBACK.

      *    PERIODO (PADRAO = MES CORRENTE ATE HOJE) E JANELA DO BATCH
      *    EM MINUTOS (PADRAO 240)
       0100-LE-PARAMETROS.
           OPEN INPUT DRIVER-PARM-FILE.
           IF WRK-STATUS-PARMF = '35'
               DISPLAY 'DATA INICIO (AAAAMMDD, BRANCO = INICIO DO '
                   'MES)..'
               ACCEPT WRK-DATA-INI-ENTRADA
               DISPLAY 'DATA FIM (AAAAMMDD, BRANCO = HOJE)..'
               ACCEPT WRK-DATA-FIM-ENTRADA
               DISPLAY 'JANELA DO BATCH EM MINUTOS (BRANCO = 240)..'
               ACCEPT WRK-LIMITE-ENTRADA
           ELSE
               READ DRIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-DATA-INICIO TO WRK-DATA-INI-ENTRADA
                       MOVE PM-DATA-FIM TO WRK-DATA-FIM-ENTRADA
                       MOVE PM-LIMITE-JANELA TO WRK-LIMITE-ENTRADA
               END-READ
               CLOSE DRIVER-PARM-FILE
           END-IF.
           DIVIDE WRK-DATA-EXECUCAO BY 100 GIVING WRK-ANO-MES.
           COMPUTE WRK-DATA-INICIO = WRK-ANO-MES * 100 + 1.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-FIM.
           IF WRK-DATA-INI-ENTRADA NUMERIC
               AND WRK-DATA-INI-ENTRADA NOT = '00000000'
               MOVE WRK-DATA-INI-ENTRADA TO WRK-DATA-INICIO
           END-IF.
           IF WRK-DATA-FIM-ENTRADA NUMERIC
               AND WRK-DATA-FIM-ENTRADA NOT = '00000000'
               MOVE WRK-DATA-FIM-ENTRADA TO WRK-DATA-FIM
           END-IF.
           MOVE 240 TO WRK-LIMITE-JANELA.
           IF WRK-LIMITE-ENTRADA NUMERIC
               AND WRK-LIMITE-ENTRADA NOT = '0000'
               MOVE WRK-LIMITE-ENTRADA TO WRK-LIMITE-JANELA
           END-IF.
           COMPUTE WRK-LIMITE-SEGUNDOS = WRK-LIMITE-JANELA * 60.
           IF WRK-DATA-INICIO > WRK-DATA-FIM
               DISPLAY 'PERIODO INVALIDO: ' WRK-DATA-INICIO
                   ' A ' WRK-DATA-FIM
               MOVE 8 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
           END-IF.
       0100-LE-PARAMETROS-EXIT.
           EXIT.

      *    OS PROGRAMAS DO JOBPLANF ABREM A TABELA NA ORDEM DO PLANO.
      *    PROGRAMA DO HISTORICO FORA DO PLANO ATUAL ENTRA NO FIM
       0150-CARREGA-PLANO.
           OPEN INPUT JOB-PLAN-FILE.
           IF WRK-STATUS-JOBPLANF = '35'
               DISPLAY 'PLANO DE EXECUCAO INEXISTENTE'
               GO TO 0150-CARREGA-PLANO-EXIT
           END-IF.
           READ JOB-PLAN-FILE
               AT END
                   SET FIM-PLANO TO TRUE
           END-READ.
           PERFORM 0160-GUARDA-PASSO THRU 0160-GUARDA-PASSO-EXIT
               UNTIL FIM-PLANO OR ABORTA-EXECUCAO.
           CLOSE JOB-PLAN-FILE.
       0150-CARREGA-PLANO-EXIT.
           EXIT.

       0160-GUARDA-PASSO.
           MOVE JP-PROGRAMA TO WRK-PROGRAMA-BUSCA.
           PERFORM 0300-LOCALIZA-PROGRAMA
               THRU 0300-LOCALIZA-PROGRAMA-EXIT.
           READ JOB-PLAN-FILE
               AT END
                   SET FIM-PLANO TO TRUE
           END-READ.
       0160-GUARDA-PASSO-EXIT.
           EXIT.

       0200-LIBERA-NOITES.
           OPEN INPUT STEP-HISTORY-FILE.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           READ STEP-HISTORY-FILE
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.
           PERFORM 0210-LIBERA-PASSO THRU 0210-LIBERA-PASSO-EXIT
               UNTIL FIM-HISTORICO OR ABORTA-EXECUCAO.
           CLOSE STEP-HISTORY-FILE.
           OPEN INPUT RUN-LOG-FILE.
           IF WRK-STATUS-RUNLOGF = '35'
               DISPLAY 'LOG DE EXECUCAO DAS TURMAS INEXISTENTE'
               GO TO 0200-LIBERA-NOITES-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-RUNLOG.
           READ RUN-LOG-FILE
               AT END
                   SET FIM-RUNLOG TO TRUE
           END-READ.
           PERFORM 0220-LIBERA-TURMA THRU 0220-LIBERA-TURMA-EXIT
               UNTIL FIM-RUNLOG.
           CLOSE RUN-LOG-FILE.
       0200-LIBERA-NOITES-EXIT.
           EXIT.

       0210-LIBERA-PASSO.
           IF ST-DATA NUMERIC
               AND ST-DATA NOT < WRK-DATA-INICIO
               AND ST-DATA NOT > WRK-DATA-FIM
               ADD 1 TO WRK-TOTAL-PASSOS-LIDOS
               MOVE ST-PROGRAMA TO WRK-PROGRAMA-BUSCA
               PERFORM 0300-LOCALIZA-PROGRAMA
                   THRU 0300-LOCALIZA-PROGRAMA-EXIT
               PERFORM 0400-TEMPO-PASSO THRU 0400-TEMPO-PASSO-EXIT
               IF PROGRAMA-ACHADO
                   PERFORM 0500-ACUMULA-PROGRAMA
                       THRU 0500-ACUMULA-PROGRAMA-EXIT
               END-IF
               MOVE ST-DATA TO NS-DATA
               MOVE 'P' TO NS-TIPO
               MOVE ST-SITUACAO TO NS-SITUACAO
               MOVE WRK-SEG-PASSO TO NS-SEGUNDOS
               MOVE ZEROS TO NS-LIDOS
               RELEASE NS-REGISTRO
           END-IF.
           READ STEP-HISTORY-FILE
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.
       0210-LIBERA-PASSO-EXIT.
           EXIT.

      *    LINHAS DO RUNLOGF SEM DATA (LAYOUT ANTIGO) SAO IGNORADAS
       0220-LIBERA-TURMA.
           IF RI-DATA NUMERIC
               AND RI-DATA NOT < WRK-DATA-INICIO
               AND RI-DATA NOT > WRK-DATA-FIM
               ADD 1 TO WRK-TOTAL-RUNLOG-LIDOS
               MOVE RI-DATA TO NS-DATA
               MOVE 'T' TO NS-TIPO
               MOVE SPACES TO NS-SITUACAO
               MOVE ZEROS TO NS-SEGUNDOS
               MOVE RI-LIDOS TO NS-LIDOS
               RELEASE NS-REGISTRO
           END-IF.
           READ RUN-LOG-FILE
               AT END
                   SET FIM-RUNLOG TO TRUE
           END-READ.
       0220-LIBERA-TURMA-EXIT.
           EXIT.

       0300-LOCALIZA-PROGRAMA.
           MOVE 'N' TO WRK-PROGRAMA-ACHADO.
           MOVE ZERO TO WRK-IDX-PROG.
           PERFORM 0310-COMPARA-PROGRAMA
               THRU 0310-COMPARA-PROGRAMA-EXIT
               UNTIL PROGRAMA-ACHADO
                  OR WRK-IDX-PROG >= WRK-QTDE-PROGRAMAS.
           IF PROGRAMA-ACHADO
               GO TO 0300-LOCALIZA-PROGRAMA-EXIT
           END-IF.
           IF WRK-QTDE-PROGRAMAS < 99
               ADD 1 TO WRK-QTDE-PROGRAMAS
               MOVE WRK-QTDE-PROGRAMAS TO WRK-IDX-PROG
               MOVE WRK-PROGRAMA-BUSCA
                   TO WRK-PG-PROGRAMA (WRK-IDX-PROG)
               MOVE ZERO TO WRK-PG-EXECUCOES (WRK-IDX-PROG)
               MOVE ZERO TO WRK-PG-SEG-TOTAL (WRK-IDX-PROG)
               MOVE ZERO TO WRK-PG-SEG-MAIOR (WRK-IDX-PROG)
               MOVE ZERO TO WRK-PG-FALHAS (WRK-IDX-PROG)
               MOVE ZERO TO WRK-PG-PULADOS (WRK-IDX-PROG)
               MOVE ZERO TO WRK-PG-BLOQUEADOS (WRK-IDX-PROG)
               SET PROGRAMA-ACHADO TO TRUE
           ELSE
               DISPLAY 'TABELA DE PROGRAMAS CHEIA - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
           END-IF.
       0300-LOCALIZA-PROGRAMA-EXIT.
           EXIT.

       0310-COMPARA-PROGRAMA.
           ADD 1 TO WRK-IDX-PROG.
           IF WRK-PG-PROGRAMA (WRK-IDX-PROG) = WRK-PROGRAMA-BUSCA
               SET PROGRAMA-ACHADO TO TRUE
           END-IF.
       0310-COMPARA-PROGRAMA-EXIT.
           EXIT.

      *    TEMPO DO PASSO EM SEGUNDOS. FIM MENOR QUE INICIO = PASSO
      *    QUE CRUZOU A MEIA-NOITE
       0400-TEMPO-PASSO.
           MOVE ZERO TO WRK-SEG-PASSO.
           IF NOT ST-EXECUTADO AND NOT ST-FALHOU
               GO TO 0400-TEMPO-PASSO-EXIT
           END-IF.
           IF ST-HORA-INICIO NOT NUMERIC OR ST-HORA-FIM NOT NUMERIC
               GO TO 0400-TEMPO-PASSO-EXIT
           END-IF.
           MOVE ST-HORA-INICIO TO WRK-HORA-CALCULO.
           COMPUTE WRK-SEG-INICIO = WRK-HC-HORAS * 3600
               + WRK-HC-MINUTOS * 60 + WRK-HC-SEGUNDOS.
           MOVE ST-HORA-FIM TO WRK-HORA-CALCULO.
           COMPUTE WRK-SEG-FIM = WRK-HC-HORAS * 3600
               + WRK-HC-MINUTOS * 60 + WRK-HC-SEGUNDOS.
           IF WRK-SEG-FIM < WRK-SEG-INICIO
               COMPUTE WRK-SEG-PASSO =
                   WRK-SEG-FIM + 86400 - WRK-SEG-INICIO
           ELSE
               COMPUTE WRK-SEG-PASSO = WRK-SEG-FIM - WRK-SEG-INICIO
           END-IF.
       0400-TEMPO-PASSO-EXIT.
           EXIT.

       0500-ACUMULA-PROGRAMA.
           IF ST-EXECUTADO OR ST-FALHOU
               ADD 1 TO WRK-PG-EXECUCOES (WRK-IDX-PROG)
               ADD WRK-SEG-PASSO TO WRK-PG-SEG-TOTAL (WRK-IDX-PROG)
               IF WRK-SEG-PASSO > WRK-PG-SEG-MAIOR (WRK-IDX-PROG)
                   MOVE WRK-SEG-PASSO
                       TO WRK-PG-SEG-MAIOR (WRK-IDX-PROG)
               END-IF
           END-IF.
           IF ST-FALHOU
               ADD 1 TO WRK-PG-FALHAS (WRK-IDX-PROG)
               ADD 1 TO WRK-TOTAL-FALHAS
           ELSE
               IF ST-PULADO
                   ADD 1 TO WRK-PG-PULADOS (WRK-IDX-PROG)
               ELSE
                   IF ST-BLOQUEADO
                       ADD 1 TO WRK-PG-BLOQUEADOS (WRK-IDX-PROG)
                   END-IF
               END-IF
           END-IF.
       0500-ACUMULA-PROGRAMA-EXIT.
           EXIT.

       1000-INICIALIZA.
           OPEN OUTPUT OPER-REPORT-FILE.
           MOVE WRK-DATA-INICIO TO RL-C1-INICIO.
           MOVE WRK-DATA-FIM TO RL-C1-FIM.
           MOVE WRK-LIMITE-JANELA TO RL-C1-JANELA.
           WRITE RL-LINHA FROM RL-CABECALHO-1.
           WRITE RL-LINHA FROM RL-SEPARADOR.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-IMPRIME-PROGRAMAS.
           WRITE RL-LINHA FROM RL-CABECALHO-2.
           MOVE ZERO TO WRK-IDX-PROG.
           PERFORM 2100-IMPRIME-PROGRAMA
               THRU 2100-IMPRIME-PROGRAMA-EXIT
               UNTIL WRK-IDX-PROG >= WRK-QTDE-PROGRAMAS.
           WRITE RL-LINHA FROM RL-SEPARADOR.
       2000-IMPRIME-PROGRAMAS-EXIT.
           EXIT.

       2100-IMPRIME-PROGRAMA.
           ADD 1 TO WRK-IDX-PROG.
           MOVE WRK-PG-PROGRAMA (WRK-IDX-PROG) TO RL-P-PROGRAMA.
           MOVE WRK-PG-EXECUCOES (WRK-IDX-PROG) TO RL-P-EXECUCOES.
           MOVE ZERO TO WRK-SEG-MEDIA.
           IF WRK-PG-EXECUCOES (WRK-IDX-PROG) > 0
               COMPUTE WRK-SEG-MEDIA ROUNDED =
                   WRK-PG-SEG-TOTAL (WRK-IDX-PROG)
                   / WRK-PG-EXECUCOES (WRK-IDX-PROG)
           END-IF.
           MOVE WRK-SEG-MEDIA TO WRK-SEGUNDOS.
           PERFORM 7100-FORMATA-TEMPO THRU 7100-FORMATA-TEMPO-EXIT.
           MOVE WRK-TEMPO-FORMATADO TO RL-P-MEDIA.
           MOVE WRK-PG-SEG-MAIOR (WRK-IDX-PROG) TO WRK-SEGUNDOS.
           PERFORM 7100-FORMATA-TEMPO THRU 7100-FORMATA-TEMPO-EXIT.
           MOVE WRK-TEMPO-FORMATADO TO RL-P-MAIOR.
           MOVE WRK-PG-FALHAS (WRK-IDX-PROG) TO RL-P-FALHAS.
           MOVE WRK-PG-PULADOS (WRK-IDX-PROG) TO RL-P-PULADOS.
           MOVE WRK-PG-BLOQUEADOS (WRK-IDX-PROG) TO RL-P-BLOQUEADOS.
           WRITE RL-LINHA FROM RL-DETALHE-PROGRAMA.
       2100-IMPRIME-PROGRAMA-EXIT.
           EXIT.

      *    UMA LINHA POR NOITE (DATA DE NEGOCIO DO DRIVER / DATA DO
      *    RUNLOGF). TEMPO = SOMA DOS PASSOS EXECUTADOS NA NOITE
       3000-IMPRIME-NOITES.
           WRITE RL-LINHA FROM RL-CABECALHO-3.
           MOVE 'N' TO WRK-FIM-NOITES.
           OPEN INPUT NIGHT-SORTED-FILE.
           READ NIGHT-SORTED-FILE
               AT END
                   SET FIM-NOITES TO TRUE
           END-READ.
           PERFORM 3100-PROCESSA-NOITE THRU 3100-PROCESSA-NOITE-EXIT
               UNTIL FIM-NOITES.
           CLOSE NIGHT-SORTED-FILE.
           WRITE RL-LINHA FROM RL-SEPARADOR.
       3000-IMPRIME-NOITES-EXIT.
           EXIT.

       3100-PROCESSA-NOITE.
           MOVE NO-DATA TO WRK-DATA-NOITE.
           MOVE ZERO TO WRK-NOITE-PASSOS.
           MOVE ZERO TO WRK-NOITE-FALHAS.
           MOVE ZERO TO WRK-NOITE-SEGUNDOS.
           MOVE ZERO TO WRK-NOITE-TURMAS.
           MOVE ZERO TO WRK-NOITE-LIDOS.
           PERFORM 3200-ACUMULA-NOITE THRU 3200-ACUMULA-NOITE-EXIT
               UNTIL FIM-NOITES OR NO-DATA NOT = WRK-DATA-NOITE.
           ADD 1 TO WRK-TOTAL-NOITES.
           MOVE WRK-DATA-NOITE TO RL-N-DATA.
           MOVE WRK-NOITE-PASSOS TO RL-N-PASSOS.
           MOVE WRK-NOITE-FALHAS TO RL-N-FALHAS.
           MOVE WRK-NOITE-SEGUNDOS TO WRK-SEGUNDOS.
           PERFORM 7100-FORMATA-TEMPO THRU 7100-FORMATA-TEMPO-EXIT.
           MOVE WRK-TEMPO-FORMATADO TO RL-N-TEMPO.
           MOVE WRK-NOITE-TURMAS TO RL-N-TURMAS.
           MOVE WRK-NOITE-LIDOS TO RL-N-LIDOS.
           MOVE SPACES TO RL-N-ALERTA.
           IF WRK-NOITE-SEGUNDOS > WRK-LIMITE-SEGUNDOS
               ADD 1 TO WRK-TOTAL-JANELA
               MOVE 'JANELA EXCEDIDA' TO RL-N-ALERTA
           END-IF.
           WRITE RL-LINHA FROM RL-DETALHE-NOITE.
       3100-PROCESSA-NOITE-EXIT.
           EXIT.

       3200-ACUMULA-NOITE.
           IF NO-PASSO
               IF NO-EXECUTADO OR NO-FALHOU
                   ADD 1 TO WRK-NOITE-PASSOS
                   ADD NO-SEGUNDOS TO WRK-NOITE-SEGUNDOS
               END-IF
               IF NO-FALHOU
                   ADD 1 TO WRK-NOITE-FALHAS
               END-IF
           ELSE
               ADD 1 TO WRK-NOITE-TURMAS
               ADD NO-LIDOS TO WRK-NOITE-LIDOS
           END-IF.
           READ NIGHT-SORTED-FILE
               AT END
                   SET FIM-NOITES TO TRUE
           END-READ.
       3200-ACUMULA-NOITE-EXIT.
           EXIT.

       7100-FORMATA-TEMPO.
           DIVIDE WRK-SEGUNDOS BY 3600 GIVING WRK-TF-HORAS
               REMAINDER WRK-RESTO.
           DIVIDE WRK-RESTO BY 60 GIVING WRK-TF-MINUTOS
               REMAINDER WRK-TF-SEGUNDOS.
       7100-FORMATA-TEMPO-EXIT.
           EXIT.

       8000-FINALIZA.
           MOVE WRK-TOTAL-PASSOS-LIDOS TO RL-R1-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           MOVE WRK-TOTAL-FALHAS TO RL-R2-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-2.
           MOVE WRK-TOTAL-NOITES TO RL-R3-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-3.
           MOVE WRK-TOTAL-JANELA TO RL-R4-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-4.
           CLOSE OPER-REPORT-FILE.
           DISPLAY 'RESUMO DA OPERACAO DO BATCH'.
           DISPLAY 'PASSOS NO PERIODO.....: ' WRK-TOTAL-PASSOS-LIDOS.
           DISPLAY 'PASSOS COM FALHA......: ' WRK-TOTAL-FALHAS.
           DISPLAY 'NOITES NO PERIODO.....: ' WRK-TOTAL-NOITES.
           DISPLAY 'NOITES ACIMA DA JANELA: ' WRK-TOTAL-JANELA.
           IF WRK-TOTAL-JANELA > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.
