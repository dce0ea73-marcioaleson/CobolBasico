           SELECT DRIVER-PARM-FILE ASSIGN TO WRK-NOME-ARQ-PARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
           SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-STEPHF.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATA-NEGOCIO
               FILE STATUS IS WRK-STATUS-RUNCALF.
           SELECT RUN-PARM-FILE ASSIGN TO "PRM19F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRM19F.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-PLAN-FILE
       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO                 PIC X(40).

       FD  STEP-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  SH-REGISTRO                 PIC X(47).

       FD  RUN-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CL-REGISTRO.
           05  CL-DATA-NEGOCIO         PIC 9(08).
           05  CL-SITUACAO             PIC X(01).
             88 CL-INICIADA             VALUE 'I'.
             88 CL-COMPLETA             VALUE 'C'.
             88 CL-COM-FALHA            VALUE 'F'.
           05  CL-DATA-INICIO          PIC 9(08).
           05  CL-HORA-INICIO          PIC 9(06).
           05  CL-DATA-FIM             PIC 9(08).
           05  CL-HORA-FIM             PIC 9(06).
           05  CL-QTDE-EXECUCOES       PIC 9(03).
           05  CL-RC-DRIVER            PIC 9(04).

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RP-REGISTRO.
           05  RP-DATA-NEGOCIO         PIC X(08).
           05  RP-REEXECUCAO           PIC X(01).
           05  FILLER                  PIC X(31).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-JOBPLANF     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STEPSTF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PARMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STEPHF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RUNCALF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PRM19F       PIC X(02) VALUE SPACES.
       77 WRK-FIM-PLANO           PIC X(01) VALUE 'N'.
         88 FIM-PLANO             VALUE 'S'.
       77 WRK-FIM-STATUS          PIC X(01) VALUE 'N'.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-HORA-INICIO         PIC 9(06) VALUE ZERO.
       77 WRK-HORA-FIM            PIC 9(06) VALUE ZERO.
       77 WRK-HORA-SISTEMA        PIC 9(08) VALUE ZERO.
       77 WRK-DATA-NEGOCIO        PIC 9(08) VALUE ZERO.
       77 WRK-DATA-INFORMADA      PIC X(08) VALUE SPACES.
       77 WRK-REEXECUCAO          PIC X(01) VALUE 'N'.
         88 REEXECUCAO-AUTORIZADA VALUE 'S'.
       77 WRK-EXECUCAO-RECUSADA   PIC X(01) VALUE 'N'.
         88 EXECUCAO-RECUSADA     VALUE 'S'.
       77 WRK-PROGRAMA            PIC X(12) VALUE SPACES.
       77 WRK-RETORNO             PIC 9(04) VALUE ZEROS.
       77 WRK-RC-DRIVER           PIC 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0100-LE-PARAMETROS THRU 0100-LE-PARAMETROS-EXIT.
           PERFORM 0200-ABRE-CALENDARIO THRU 0200-ABRE-CALENDARIO-EXIT.
           IF EXECUCAO-RECUSADA
               MOVE 8 TO WRK-RC-DRIVER
           ELSE
               PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT
               PERFORM 2000-PROCESSA-PASSO
                   THRU 2000-PROCESSA-PASSO-EXIT
                   UNTIL FIM-PLANO
               PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT
               PERFORM 8500-FECHA-CALENDARIO
                   THRU 8500-FECHA-CALENDARIO-EXIT
           END-IF.
           MOVE WRK-RC-DRIVER TO RETURN-CODE.
           GOBACK.

      *    PRM19F: DATA DE NEGOCIO (BRANCO = DATA DO SISTEMA) E
      *    REEXECUCAO 'S' PARA RODAR DE NOVO UMA DATA JA COMPLETA.
      *    SEM PRM19F A NOITE RODA COM A DATA DO SISTEMA
       0100-LE-PARAMETROS.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-NEGOCIO.
           OPEN INPUT RUN-PARM-FILE.
           IF WRK-STATUS-PRM19F = '35'
               GO TO 0100-LE-PARAMETROS-EXIT
           END-IF.
           READ RUN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RP-DATA-NEGOCIO TO WRK-DATA-INFORMADA
                   MOVE RP-REEXECUCAO TO WRK-REEXECUCAO
           END-READ.
           CLOSE RUN-PARM-FILE.
           IF WRK-DATA-INFORMADA NUMERIC
               AND WRK-DATA-INFORMADA NOT = '00000000'
               MOVE WRK-DATA-INFORMADA TO WRK-DATA-NEGOCIO
           END-IF.
       0100-LE-PARAMETROS-EXIT.
           EXIT.

      *    CALENDARIO DE EXECUCAO: UMA DATA DE NEGOCIO COMPLETA SO
      *    RODA DE NOVO COM REEXECUCAO 'S'. DATA INICIADA OU COM FALHA
      *    E REINICIO (OS PASSOS JA EXECUTADOS SAO PULADOS PELO STEPSTF)
       0200-ABRE-CALENDARIO.
           OPEN I-O RUN-CALENDAR-FILE.
           IF WRK-STATUS-RUNCALF = '35'
               CLOSE RUN-CALENDAR-FILE
               OPEN OUTPUT RUN-CALENDAR-FILE
               CLOSE RUN-CALENDAR-FILE
               OPEN I-O RUN-CALENDAR-FILE
           END-IF.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           DIVIDE WRK-HORA-SISTEMA BY 100 GIVING WRK-HORA-INICIO.
           MOVE WRK-DATA-NEGOCIO TO CL-DATA-NEGOCIO.
           READ RUN-CALENDAR-FILE
               INVALID KEY
                   MOVE WRK-DATA-NEGOCIO TO CL-DATA-NEGOCIO
                   SET CL-INICIADA TO TRUE
                   MOVE WRK-DATA-EXECUCAO TO CL-DATA-INICIO
                   MOVE WRK-HORA-INICIO TO CL-HORA-INICIO
                   MOVE ZEROS TO CL-DATA-FIM
                   MOVE ZEROS TO CL-HORA-FIM
                   MOVE 1 TO CL-QTDE-EXECUCOES
                   MOVE ZEROS TO CL-RC-DRIVER
                   WRITE CL-REGISTRO
                   GO TO 0200-FECHA
           END-READ.
           IF CL-COMPLETA
               IF NOT REEXECUCAO-AUTORIZADA
                   DISPLAY 'DATA DE NEGOCIO ' WRK-DATA-NEGOCIO
                       ' JA PROCESSADA EM ' CL-DATA-FIM
                       ' - INFORME REEXECUCAO NO PRM19F'
                   SET EXECUCAO-RECUSADA TO TRUE
                   CLOSE RUN-CALENDAR-FILE
                   GO TO 0200-ABRE-CALENDARIO-EXIT
               END-IF
               DISPLAY 'REEXECUCAO DA DATA DE NEGOCIO '
                   WRK-DATA-NEGOCIO
           ELSE
               DISPLAY 'REINICIO DA DATA DE NEGOCIO ' WRK-DATA-NEGOCIO
           END-IF.
           SET CL-INICIADA TO TRUE.
           MOVE WRK-DATA-EXECUCAO TO CL-DATA-INICIO.
           MOVE WRK-HORA-INICIO TO CL-HORA-INICIO.
           ADD 1 TO CL-QTDE-EXECUCOES.
           REWRITE CL-REGISTRO.
       0200-FECHA.
           CLOSE RUN-CALENDAR-FILE.
       0200-ABRE-CALENDARIO-EXIT.
           EXIT.

       1000-INICIALIZA.
           MOVE ALL 'N' TO WRK-TABELA-PASSOS.
           OPEN INPUT STEP-STATUS-FILE.
               CLOSE STEP-STATUS-FILE
               OPEN EXTEND STEP-STATUS-FILE
           END-IF.
           OPEN EXTEND STEP-HISTORY-FILE.
           IF WRK-STATUS-STEPHF = '35'
               OPEN OUTPUT STEP-HISTORY-FILE
               CLOSE STEP-HISTORY-FILE
               OPEN EXTEND STEP-HISTORY-FILE
           END-IF.
           OPEN INPUT JOB-PLAN-FILE.
           IF WRK-STATUS-JOBPLANF = '35'
               DISPLAY 'PLANO DE EXECUCAO INEXISTENTE'
       1000-INICIALIZA-EXIT.
           EXIT.

      *    SO VALEM OS PASSOS DA MESMA DATA DE NEGOCIO
       1100-CARREGA-STATUS.
           IF ST-SEQ NUMERIC AND ST-SEQ > 0
               AND ST-DATA = WRK-DATA-NEGOCIO
               IF ST-EXECUTADO
                   MOVE 'S' TO WRK-PASSO-OK (ST-SEQ)
               ELSE

       2000-PROCESSA-PASSO.
           ADD 1 TO WRK-TOTAL-PASSOS.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           DIVIDE WRK-HORA-SISTEMA BY 100 GIVING WRK-HORA-INICIO.
           MOVE WRK-HORA-INICIO TO WRK-HORA-FIM.
           IF JP-SEQ > 0 AND WRK-PASSO-OK (JP-SEQ) = 'S'
               DISPLAY 'PASSO ' JP-SEQ ' ' JP-PROGRAMA
               CANCEL WRK-PROGRAMA
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           DIVIDE WRK-HORA-SISTEMA BY 100 GIVING WRK-HORA-FIM.
           IF WRK-RETORNO > JP-RC-MAXIMO
               DISPLAY 'PASSO ' JP-SEQ ' ' JP-PROGRAMA
                   ' FALHOU - RETORNO ' WRK-RETORNO
       2300-GRAVA-STATUS.
           MOVE JP-SEQ TO ST-SEQ.
           MOVE JP-PROGRAMA TO ST-PROGRAMA.
           MOVE WRK-DATA-NEGOCIO TO ST-DATA.
           MOVE WRK-HORA-INICIO TO ST-HORA-INICIO.
           MOVE WRK-HORA-FIM TO ST-HORA-FIM.
           MOVE WRK-RETORNO TO ST-RETORNO.
           WRITE ST-REGISTRO.
           WRITE SH-REGISTRO FROM ST-REGISTRO.
       2300-GRAVA-STATUS-EXIT.
           EXIT.

       8000-FINALIZA.
           DISPLAY 'RESUMO DO DRIVER'.
           DISPLAY 'DATA DE NEGOCIO.......: ' WRK-DATA-NEGOCIO.
           DISPLAY 'TOTAL DE PASSOS.......: ' WRK-TOTAL-PASSOS.
           DISPLAY 'TOTAL EXECUTADOS......: ' WRK-TOTAL-EXECUTADOS.
           DISPLAY 'TOTAL PULADOS.........: ' WRK-TOTAL-PULADOS.
               CLOSE JOB-PLAN-FILE
           END-IF.
           CLOSE STEP-STATUS-FILE.
           CLOSE STEP-HISTORY-FILE.
           IF WRK-STATUS-JOBPLANF NOT = '35'
               AND WRK-TOTAL-FALHAS = 0
               AND WRK-TOTAL-BLOQUEADOS = 0
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.

       8500-FECHA-CALENDARIO.
           OPEN I-O RUN-CALENDAR-FILE.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           DIVIDE WRK-HORA-SISTEMA BY 100 GIVING WRK-HORA-FIM.
           MOVE WRK-DATA-NEGOCIO TO CL-DATA-NEGOCIO.
           READ RUN-CALENDAR-FILE
               INVALID KEY
                   DISPLAY 'CALENDARIO SEM A DATA ' WRK-DATA-NEGOCIO
                   CLOSE RUN-CALENDAR-FILE
                   GO TO 8500-FECHA-CALENDARIO-EXIT
           END-READ.
           IF WRK-STATUS-JOBPLANF NOT = '35'
               AND WRK-TOTAL-FALHAS = 0
               AND WRK-TOTAL-BLOQUEADOS = 0
               SET CL-COMPLETA TO TRUE
           ELSE
               SET CL-COM-FALHA TO TRUE
           END-IF.
           ACCEPT CL-DATA-FIM FROM DATE YYYYMMDD.
           MOVE WRK-HORA-FIM TO CL-HORA-FIM.
           MOVE WRK-RC-DRIVER TO CL-RC-DRIVER.
           REWRITE CL-REGISTRO.
           CLOSE RUN-CALENDAR-FILE.
       8500-FECHA-CALENDARIO-EXIT.
           EXIT.
