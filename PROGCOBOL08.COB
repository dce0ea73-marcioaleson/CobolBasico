           SELECT FALTA-REPORT-FILE ASSIGN TO "FALTAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FALTAREL.
           SELECT CURRIC-MASTER-FILE ASSIGN TO "CURRICF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WRK-STATUS-CURRICF.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-CODE
               FILE STATUS IS WRK-STATUS-TERMCF.
           SELECT NOTICE-EVENT-FILE ASSIGN TO "AVISOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AVISOF.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "MOVHISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVHISTF.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATA-NEGOCIO
               FILE STATUS IS WRK-STATUS-RUNCALF.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GRADES-FILE
           05  RP-TURMA-ID             PIC X(10).
           05  RP-TERM-CODE            PIC X(06).
           05  RP-ARQUIVO-ALUNOS       PIC X(30).
           05  RP-DATA-REFERENCIA      PIC X(08).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RG-LINHA                    PIC X(92).

       FD  RECUPERACAO-FILE
           LABEL RECORDS ARE STANDARD.
           05  RC-NOME                 PIC X(30).
           05  RC-MEDIA                PIC 9(02)V9.
           05  RC-DISCIPLINA           PIC X(03).
           05  RC-TERM-CODE            PIC X(06).

       FD  GRADE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-USUARIO              PIC X(20).
           05  PM-SENHA                PIC X(10).
           05  PM-CORRECAO             PIC X(01).
           05  FILLER                  PIC X(09).

       FD  GRADE-ID-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  IW-REGISTRO.
           05  IW-ID                   PIC X(06).
           05  IW-DISCIPLINA           PIC X(03).

       SD  GRADE-ID-SORT-FILE.
       01  IS-REGISTRO.
           05  IS-ID                   PIC X(06).
           05  IS-DISCIPLINA           PIC X(03).

       FD  GRADE-ID-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  IO-REGISTRO.
           05  IO-ID                   PIC X(06).
           05  IO-DISCIPLINA           PIC X(03).

       FD  FALTA-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FL-LINHA                    PIC X(80).

       FD  CURRIC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  GC-REGISTRO.
           05  GC-CHAVE.
               10  GC-TURMA            PIC X(10).
               10  GC-TERM-CODE        PIC X(06).
               10  GC-DISCIPLINA       PIC X(03).
           05  GC-STATUS               PIC X(01).
             88 GC-ATIVA                VALUE 'A'.
             88 GC-EXCLUIDA             VALUE 'E'.

       FD  MOVEMENT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  MV-REGISTRO.
           05  MV-ID                   PIC X(06).
           05  MV-TIPO                 PIC X(01).
             88 MV-INCLUSAO             VALUE 'I'.
             88 MV-TROCA-TURMA          VALUE 'M'.
             88 MV-RETIRADA             VALUE 'R'.
             88 MV-TRANSFERENCIA        VALUE 'T'.
             88 MV-REATIVACAO           VALUE 'A'.
           05  MV-DATA-EFETIVA         PIC 9(08).
           05  MV-TURMA-ANTERIOR       PIC X(10).
           05  MV-TURMA-NOVA           PIC X(10).
           05  MV-STATUS-ANTERIOR      PIC X(01).
           05  MV-STATUS-NOVO          PIC X(01).
           05  MV-USUARIO              PIC X(20).
           05  MV-DATA-REGISTRO        PIC 9(08).

       FD  NOTICE-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AV-REGISTRO.
           05  AV-TIPO                 PIC X(01).
             88 AV-RECUPERACAO          VALUE 'R'.
             88 AV-REPROV-FALTA         VALUE 'F'.
             88 AV-RESULTADO-RECUP      VALUE 'E'.
           05  AV-ID                   PIC X(06).
           05  AV-NOME                 PIC X(30).
           05  AV-TURMA                PIC X(10).
           05  AV-TERM-CODE            PIC X(06).
           05  AV-DISCIPLINA           PIC X(03).
           05  AV-MEDIA                PIC 9(02)V9.
           05  AV-PCT-FREQ             PIC 9(03)V99.
           05  AV-NOTA-EXAME           PIC 9(02).
           05  AV-MEDIA-FINAL          PIC 9(02)V9.
           05  AV-RESULTADO            PIC X(11).
           05  AV-DATA                 PIC 9(08).

       FD  TERM-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TC-REGISTRO.
           05  TC-TERM-CODE            PIC X(06).
           05  TC-STATUS               PIC X(01).
             88 TC-ABERTO               VALUE 'A'.
             88 TC-EM-NOTAS             VALUE 'N'.
             88 TC-EM-RECUPERACAO       VALUE 'R'.
             88 TC-FECHADO              VALUE 'F'.
           05  TC-DATA-STATUS          PIC 9(08).
           05  TC-USUARIO              PIC X(20).
           05  TC-QTDE-REG             PIC 9(07).
           05  TC-HASH-MEDIA           PIC 9(09).
           05  TC-DATA-FECHAMENTO      PIC 9(08).

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
       WORKING-STORAGE SECTION.
       77 WRK-MEDIA PIC 9(02)V9 VALUE ZEROS.
       77 WRK-FIM-ARQUIVO         PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-MATRICULADOS  PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-COM-NOTA      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-FALTANTES     PIC 9(05) COMP VALUE ZERO.
       77 WRK-STATUS-CURRICF      PIC X(02) VALUE SPACES.
       77 WRK-SEM-CURRICF         PIC X(01) VALUE 'N'.
         88 SEM-CURRICF           VALUE 'S'.
       77 WRK-FIM-GRADE           PIC X(01) VALUE 'N'.
         88 FIM-GRADE             VALUE 'S'.
       77 WRK-QTDE-GRADE          PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-GRADE           PIC 9(03) COMP VALUE ZERO.
       77 WRK-STATUS-MOVHISTF     PIC X(02) VALUE SPACES.
       77 WRK-FIM-HISTORICO       PIC X(01) VALUE 'N'.
         88 FIM-HISTORICO         VALUE 'S'.
       77 WRK-HIST-ACHADO         PIC X(01) VALUE 'N'.
         88 HIST-ACHADO           VALUE 'S'.
       77 WRK-DATA-REF-ENTRADA    PIC X(08) VALUE SPACES.
       77 WRK-DATA-REFERENCIA     PIC 9(08) VALUE ZERO.
       77 WRK-DATA-REF-HISTORICO  PIC 9(08) VALUE ZERO.
       77 WRK-TERMO-HISTORICO     PIC X(06) VALUE SPACES.
       77 WRK-QTDE-HIST           PIC 9(05) COMP VALUE ZERO.
       77 WRK-IDX-HIST            PIC 9(05) COMP VALUE ZERO.
       77 WRK-ID-BUSCA            PIC X(06) VALUE SPACES.
       77 WRK-TURMA-BUSCA         PIC X(10) VALUE SPACES.
       77 WRK-TERMO-TURMA         PIC X(06) VALUE SPACES.
       77 WRK-TURMA-TERMO         PIC X(10) VALUE SPACES.
       77 WRK-STATUS-TERMO        PIC X(01) VALUE SPACES.
       77 WRK-HIST-ORIGEM-NOVA    PIC X(01) VALUE SPACES.
       77 WRK-STATUS-AVISOF       PIC X(02) VALUE SPACES.
       77 WRK-TIPO-AVISO          PIC X(01) VALUE SPACES.
       77 WRK-STATUS-TERMCF       PIC X(02) VALUE SPACES.
       77 WRK-SEM-TERMCF          PIC X(01) VALUE 'N'.
         88 SEM-TERMCF            VALUE 'S'.
       77 WRK-CORRECAO            PIC X(01) VALUE 'N'.
         88 CORRECAO-SOLICITADA   VALUE 'S'.
       77 WRK-TERMO-RECUSADO      PIC X(01) VALUE 'N'.
         88 TERMO-RECUSADO        VALUE 'S'.
       77 WRK-STATUS-RUNCALF      PIC X(02) VALUE SPACES.
       77 WRK-FIM-CALENDARIO      PIC X(01) VALUE 'N'.
         88 FIM-CALENDARIO        VALUE 'S'.
       77 WRK-DATA-NEGOCIO        PIC 9(08) VALUE ZERO.

       01  WRK-TABELA-GRADE.
           05  WRK-GRADE-DISC      PIC X(03) OCCURS 50 TIMES.

       01  WRK-TABELA-FREQ.
           05  WRK-FREQ-ELEM OCCURS 9999 TIMES.
               10  WRK-FREQ-DADAS      PIC 9(03).
               10  WRK-FREQ-PRESENTES  PIC 9(03).

      *    SITUACAO DE CADA ALUNO NO TERMO AVALIADO, MONTADA A PARTIR
      *    DO HISTORICO DE MOVIMENTACAO. ORIGEM 'V' = MOVIMENTO ATE A
      *    DATA DE REFERENCIA; 'P' = SITUACAO ANTERIOR AO PRIMEIRO
      *    MOVIMENTO POSTERIOR A ELA
       01  WRK-TABELA-HISTORICO.
           05  WRK-HIST-ELEM OCCURS 9999 TIMES.
               10  WRK-HIST-ID         PIC X(06).
               10  WRK-HIST-TURMA      PIC X(10).
               10  WRK-HIST-STATUS     PIC X(01).
               10  WRK-HIST-DATA       PIC 9(08).
               10  WRK-HIST-ORIGEM     PIC X(01).

       01  WRK-NOTAS-ALUNO.
           05  WRK-NOTA-AVAL       PIC 9(02) OCCURS 3 TIMES.

           05  RG-EXCECOES         PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE ' FLT '.
           05  RG-FALTANTES        PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE ' DAT '.
           05  RG-DATA             PIC 9(08).

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(19) VALUE 'RELATORIO DE NOTAS'.

       01  RL-RODAPE-8.
           05  FILLER              PIC X(25) VALUE
               'NOTAS FALTANTES.......: '.
           05  RL-R8-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

           05  FL-D-ID             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FL-D-NOME           PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FL-D-DISC           PIC X(03).
           05  FILLER              PIC X(21) VALUE
               ' SEM NOTAS DIGITADAS '.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  FL-RODAPE-1.
           05  FILLER              PIC X(25) VALUE
                   ACCEPT WRK-TURMA-ID
                   DISPLAY 'CODIGO DO TERMO/PERIODO..'
                   ACCEPT WRK-TERM-CODE
                   DISPLAY 'DATA DE REFERENCIA DAS NOTAS (AAAAMMDD, '
                       'BRANCO = DATA ATUAL)..'
                   ACCEPT WRK-DATA-REF-ENTRADA
                   IF MODO-RESTART
                       AND WRK-TURMA-ID NOT = WRK-TURMA-RESTART
                       DISPLAY 'CHECKPOINT SEM TURMA '

       0150-VALIDA-TURMA.
           MOVE 'N' TO WRK-TURMA-VALIDA.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-REFERENCIA.
           IF WRK-DATA-REF-ENTRADA NUMERIC
               AND WRK-DATA-REF-ENTRADA NOT = '00000000'
               MOVE WRK-DATA-REF-ENTRADA TO WRK-DATA-REFERENCIA
           END-IF.
           MOVE WRK-TURMA-ID TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
               MOVE 8 TO RETURN-CODE
               GO TO 0150-VALIDA-TURMA-EXIT
           END-IF.
           PERFORM 0160-VERIFICA-TERMO THRU 0160-VERIFICA-TERMO-EXIT.
           IF TERMO-RECUSADO
               GO TO 0150-VALIDA-TURMA-EXIT
           END-IF.
           SET TURMA-VALIDA TO TRUE.
       0150-VALIDA-TURMA-EXIT.
           EXIT.

      *    TERMO FECHADO NO TERMCF SO RECEBE NOTAS COMO CORRECAO PEDIDA
      *    NO PRM08F POR OPERADOR ADM - ACEITE OU RECUSA VAI AO AUDITF.
      *    TERMO SEM REGISTRO NO TERMCF E TRATADO COMO ABERTO
       0160-VERIFICA-TERMO.
           MOVE 'N' TO WRK-TERMO-RECUSADO.
           IF SEM-TERMCF
               GO TO 0160-VERIFICA-TERMO-EXIT
           END-IF.
           MOVE WRK-TERM-CODE TO TC-TERM-CODE.
           READ TERM-CONTROL-FILE
               INVALID KEY
                   GO TO 0160-VERIFICA-TERMO-EXIT
           END-READ.
           IF NOT TC-FECHADO
               GO TO 0160-VERIFICA-TERMO-EXIT
           END-IF.
           MOVE WRK-TURMA-ID TO WRK-AUD-TURMA.
           MOVE WRK-TERM-CODE TO WRK-AUD-TERMO.
           MOVE ZEROS TO WRK-AUD-QTDE.
           IF CORRECAO-SOLICITADA AND ADM
               DISPLAY 'TERMO FECHADO ' WRK-TERM-CODE
                   ' - CORRECAO AUTORIZADA POR ' WRK-USUARIO
               MOVE 'CORRECAO' TO WRK-RESULTADO-ACESSO
           ELSE
               DISPLAY 'TERMO FECHADO: ' WRK-TERM-CODE
                   ' - TURMA NAO PROCESSADA: ' WRK-TURMA-ID
               MOVE 'RECUSADO' TO WRK-RESULTADO-ACESSO
               MOVE 8 TO RETURN-CODE
               SET TERMO-RECUSADO TO TRUE
           END-IF.
           PERFORM 0320-GRAVA-AUDITORIA
               THRU 0320-GRAVA-AUDITORIA-EXIT.
       0160-VERIFICA-TERMO-EXIT.
           EXIT.

       0200-PROCESSA-PARAMETRO.
           IF MODO-RESTART
               AND RP-TURMA-ID NOT = WRK-TURMA-RESTART
               MOVE RP-TURMA-ID TO WRK-TURMA-ID
               MOVE RP-TERM-CODE TO WRK-TERM-CODE
               MOVE RP-ARQUIVO-ALUNOS TO WRK-ARQUIVO-ALUNOS
               MOVE RP-DATA-REFERENCIA TO WRK-DATA-REF-ENTRADA
               PERFORM 0100-PROCESSA-TURMA
                   THRU 0100-PROCESSA-TURMA-EXIT
           END-IF.
                   ACCEPT WRK-USUARIO
                   DISPLAY 'SENHA..'
                   ACCEPT WRK-SENHA-DIGITADA
                   DISPLAY 'CORRECAO EM TERMO FECHADO (S/N)..'
                   ACCEPT WRK-CORRECAO
               ELSE
                   READ DRIVER-PARM-FILE
                       AT END
                       NOT AT END
                           MOVE PM-USUARIO TO WRK-USUARIO
                           MOVE PM-SENHA TO WRK-SENHA-DIGITADA
                           MOVE PM-CORRECAO TO WRK-CORRECAO
                   END-READ
                   CLOSE DRIVER-PARM-FILE
               END-IF
           EXIT.

       0500-ABRE-GERAL.
           PERFORM 0520-OBTEM-DATA-NEGOCIO
               THRU 0520-OBTEM-DATA-NEGOCIO-EXIT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WRK-STATUS-CKPTF = '00'
               READ CHECKPOINT-FILE
               DISPLAY 'CADASTRO MESTRE DE TURMAS INEXISTENTE'
               SET ABORTA-EXECUCAO TO TRUE
           END-IF.
           OPEN INPUT TERM-CONTROL-FILE.
           IF WRK-STATUS-TERMCF = '35'
               DISPLAY 'CONTROLE DE TERMOS INEXISTENTE - TERMOS '
                   'TRATADOS COMO ABERTOS'
               SET SEM-TERMCF TO TRUE
           END-IF.
           OPEN INPUT CURRIC-MASTER-FILE.
           IF WRK-STATUS-CURRICF = '35'
               DISPLAY 'GRADE CURRICULAR INEXISTENTE - '
                   'FALTANTES CONFERIDOS POR ALUNO'
               SET SEM-CURRICF TO TRUE
           END-IF.
           IF NOT ABORTA-EXECUCAO
               PERFORM 0510-ABRE-SAIDAS THRU 0510-ABRE-SAIDAS-EXIT
           END-IF.
           ELSE
               OPEN OUTPUT FALTA-REPORT-FILE
           END-IF.
           OPEN EXTEND NOTICE-EVENT-FILE.
           IF WRK-STATUS-AVISOF = '35'
               OPEN OUTPUT NOTICE-EVENT-FILE
               CLOSE NOTICE-EVENT-FILE
               OPEN EXTEND NOTICE-EVENT-FILE
           END-IF.
       0510-ABRE-SAIDAS-EXIT.
           EXIT.

      *    DATA DE NEGOCIO DO RUNLOGF: A DA NOITE EM ANDAMENTO NO
      *    CALENDARIO DE EXECUCAO (SITUACAO 'I', A MAIS RECENTE).
      *    EXECUTADO FORA DO LOTE NOTURNO, VALE A DATA DO SISTEMA
       0520-OBTEM-DATA-NEGOCIO.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-NEGOCIO.
           MOVE 'N' TO WRK-FIM-CALENDARIO.
           OPEN INPUT RUN-CALENDAR-FILE.
           IF WRK-STATUS-RUNCALF = '35'
               GO TO 0520-OBTEM-DATA-NEGOCIO-EXIT
           END-IF.
           MOVE ZEROS TO CL-DATA-NEGOCIO.
           START RUN-CALENDAR-FILE KEY NOT LESS THAN CL-DATA-NEGOCIO
               INVALID KEY
                   SET FIM-CALENDARIO TO TRUE
           END-START.
           IF NOT FIM-CALENDARIO
               READ RUN-CALENDAR-FILE NEXT RECORD
                   AT END
                       SET FIM-CALENDARIO TO TRUE
               END-READ
           END-IF.
           PERFORM 0530-PROCURA-INICIADA
               THRU 0530-PROCURA-INICIADA-EXIT
               UNTIL FIM-CALENDARIO.
           CLOSE RUN-CALENDAR-FILE.
       0520-OBTEM-DATA-NEGOCIO-EXIT.
           EXIT.

       0530-PROCURA-INICIADA.
           IF CL-INICIADA
               MOVE CL-DATA-NEGOCIO TO WRK-DATA-NEGOCIO
           END-IF.
           READ RUN-CALENDAR-FILE NEXT RECORD
               AT END
                   SET FIM-CALENDARIO TO TRUE
           END-READ.
       0530-PROCURA-INICIADA-EXIT.
           EXIT.

       1000-INICIALIZA.
           IF NOT MODO-RESTART
               MOVE ZERO TO WRK-TOTAL-ALUNOS
               THRU 1200-CARREGA-POLITICA-EXIT.
           PERFORM 1300-CARREGA-FREQUENCIA
               THRU 1300-CARREGA-FREQUENCIA-EXIT.
           IF NOT ABORTA-EXECUCAO
               PERFORM 1400-CARREGA-GRADE
                   THRU 1400-CARREGA-GRADE-EXIT
           END-IF.
           IF NOT ABORTA-EXECUCAO
               PERFORM 1500-CARREGA-HISTORICO
                   THRU 1500-CARREGA-HISTORICO-EXIT
           END-IF.
           IF ABORTA-EXECUCAO
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
       1310-GUARDA-FREQ-EXIT.
           EXIT.

       1400-CARREGA-GRADE.
           MOVE ZERO TO WRK-QTDE-GRADE.
           MOVE 'N' TO WRK-FIM-GRADE.
           IF SEM-CURRICF
               GO TO 1400-CARREGA-GRADE-EXIT
           END-IF.
           MOVE WRK-TURMA-ID TO GC-TURMA.
           MOVE WRK-TERM-CODE TO GC-TERM-CODE.
           MOVE LOW-VALUES TO GC-DISCIPLINA.
           START CURRIC-MASTER-FILE KEY NOT LESS THAN GC-CHAVE
               INVALID KEY
                   SET FIM-GRADE TO TRUE
           END-START.
           IF NOT FIM-GRADE
               READ CURRIC-MASTER-FILE NEXT RECORD
                   AT END
                       SET FIM-GRADE TO TRUE
               END-READ
           END-IF.
           PERFORM 1410-GUARDA-GRADE THRU 1410-GUARDA-GRADE-EXIT
               UNTIL FIM-GRADE.
           IF WRK-QTDE-GRADE = 0
               DISPLAY 'TURMA ' WRK-TURMA-ID ' SEM GRADE CURRICULAR'
                   ' - FALTANTES CONFERIDOS POR ALUNO'
           END-IF.
       1400-CARREGA-GRADE-EXIT.
           EXIT.

       1410-GUARDA-GRADE.
           IF GC-TURMA NOT = WRK-TURMA-ID
               OR GC-TERM-CODE NOT = WRK-TERM-CODE
               SET FIM-GRADE TO TRUE
               GO TO 1410-GUARDA-GRADE-EXIT
           END-IF.
           IF GC-ATIVA
               IF WRK-QTDE-GRADE < 50
                   ADD 1 TO WRK-QTDE-GRADE
                   MOVE GC-DISCIPLINA
                       TO WRK-GRADE-DISC (WRK-QTDE-GRADE)
               ELSE
                   DISPLAY 'TABELA DA GRADE CURRICULAR CHEIA - '
                       'EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   SET ABORTA-EXECUCAO TO TRUE
                   SET FIM-GRADE TO TRUE
                   GO TO 1410-GUARDA-GRADE-EXIT
               END-IF
           END-IF.
           READ CURRIC-MASTER-FILE NEXT RECORD
               AT END
                   SET FIM-GRADE TO TRUE
           END-READ.
       1410-GUARDA-GRADE-EXIT.
           EXIT.

      *    A TABELA SO E REMONTADA QUANDO MUDA O TERMO OU A DATA DE
      *    REFERENCIA ENTRE UMA TURMA E OUTRA DO RUNCTLF
       1500-CARREGA-HISTORICO.
           IF WRK-TERM-CODE = WRK-TERMO-HISTORICO
               AND WRK-DATA-REFERENCIA = WRK-DATA-REF-HISTORICO
               GO TO 1500-CARREGA-HISTORICO-EXIT
           END-IF.
           MOVE WRK-TERM-CODE TO WRK-TERMO-HISTORICO.
           MOVE WRK-DATA-REFERENCIA TO WRK-DATA-REF-HISTORICO.
           MOVE ZERO TO WRK-QTDE-HIST.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           IF WRK-STATUS-MOVHISTF = '35'
               DISPLAY 'HISTORICO DE MOVIMENTACAO INEXISTENTE - '
                   'TURMA CONFERIDA PELO CADASTRO'
               GO TO 1500-CARREGA-HISTORICO-EXIT
           END-IF.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.
           PERFORM 1510-GUARDA-HISTORICO
               THRU 1510-GUARDA-HISTORICO-EXIT
               UNTIL FIM-HISTORICO.
           CLOSE MOVEMENT-HISTORY-FILE.
       1500-CARREGA-HISTORICO-EXIT.
           EXIT.

       1510-GUARDA-HISTORICO.
           IF MV-DATA-EFETIVA NOT NUMERIC
               GO TO 1510-LE-PROXIMO
           END-IF.
           MOVE MV-ID TO WRK-ID-BUSCA.
           PERFORM 1530-LOCALIZA-HISTORICO
               THRU 1530-LOCALIZA-HISTORICO-EXIT.
           IF MV-DATA-EFETIVA NOT > WRK-DATA-REFERENCIA
               MOVE MV-TURMA-NOVA TO WRK-TURMA-BUSCA
               PERFORM 1540-TERMO-DA-TURMA
                   THRU 1540-TERMO-DA-TURMA-EXIT
               IF WRK-TERMO-TURMA = WRK-TERM-CODE
                   IF NOT HIST-ACHADO
                       OR WRK-HIST-ORIGEM (WRK-IDX-HIST) = 'P'
                       OR MV-DATA-EFETIVA
                           NOT < WRK-HIST-DATA (WRK-IDX-HIST)
                       MOVE MV-TURMA-NOVA TO WRK-TURMA-TERMO
                       MOVE MV-STATUS-NOVO TO WRK-STATUS-TERMO
                       MOVE 'V' TO WRK-HIST-ORIGEM-NOVA
                       PERFORM 1520-REGISTRA-HISTORICO
                           THRU 1520-REGISTRA-HISTORICO-EXIT
                   END-IF
               END-IF
           ELSE
      *        INCLUSAO POSTERIOR A REFERENCIA: ALUNO AINDA NAO
      *        MATRICULADO NA DATA (TURMA E SITUACAO EM BRANCO)
               IF MV-INCLUSAO
                   MOVE WRK-TERM-CODE TO WRK-TERMO-TURMA
               ELSE
                   MOVE MV-TURMA-ANTERIOR TO WRK-TURMA-BUSCA
                   PERFORM 1540-TERMO-DA-TURMA
                       THRU 1540-TERMO-DA-TURMA-EXIT
               END-IF
               IF WRK-TERMO-TURMA = WRK-TERM-CODE
                   IF NOT HIST-ACHADO
                       OR (WRK-HIST-ORIGEM (WRK-IDX-HIST) = 'P'
                       AND MV-DATA-EFETIVA
                           < WRK-HIST-DATA (WRK-IDX-HIST))
                       MOVE MV-TURMA-ANTERIOR TO WRK-TURMA-TERMO
                       MOVE MV-STATUS-ANTERIOR TO WRK-STATUS-TERMO
                       MOVE 'P' TO WRK-HIST-ORIGEM-NOVA
                       PERFORM 1520-REGISTRA-HISTORICO
                           THRU 1520-REGISTRA-HISTORICO-EXIT
                   END-IF
               END-IF
           END-IF.
       1510-LE-PROXIMO.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.
       1510-GUARDA-HISTORICO-EXIT.
           EXIT.

       1520-REGISTRA-HISTORICO.
           IF NOT HIST-ACHADO
               IF WRK-QTDE-HIST < 9999
                   ADD 1 TO WRK-QTDE-HIST
                   MOVE WRK-QTDE-HIST TO WRK-IDX-HIST
                   MOVE MV-ID TO WRK-HIST-ID (WRK-IDX-HIST)
               ELSE
                   DISPLAY 'TABELA DE HISTORICO CHEIA - '
                       'EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   SET ABORTA-EXECUCAO TO TRUE
                   SET FIM-HISTORICO TO TRUE
                   GO TO 1520-REGISTRA-HISTORICO-EXIT
               END-IF
           END-IF.
           MOVE WRK-TURMA-TERMO TO WRK-HIST-TURMA (WRK-IDX-HIST).
           MOVE WRK-STATUS-TERMO TO WRK-HIST-STATUS (WRK-IDX-HIST).
           MOVE MV-DATA-EFETIVA TO WRK-HIST-DATA (WRK-IDX-HIST).
           MOVE WRK-HIST-ORIGEM-NOVA TO WRK-HIST-ORIGEM (WRK-IDX-HIST).
       1520-REGISTRA-HISTORICO-EXIT.
           EXIT.

       1530-LOCALIZA-HISTORICO.
           MOVE 'N' TO WRK-HIST-ACHADO.
           MOVE ZERO TO WRK-IDX-HIST.
           PERFORM 1535-PROCURA-HISTORICO
               THRU 1535-PROCURA-HISTORICO-EXIT
               UNTIL HIST-ACHADO
               OR WRK-IDX-HIST >= WRK-QTDE-HIST.
       1530-LOCALIZA-HISTORICO-EXIT.
           EXIT.

       1535-PROCURA-HISTORICO.
           ADD 1 TO WRK-IDX-HIST.
           IF WRK-HIST-ID (WRK-IDX-HIST) = WRK-ID-BUSCA
               SET HIST-ACHADO TO TRUE
           END-IF.
       1535-PROCURA-HISTORICO-EXIT.
           EXIT.

       1540-TERMO-DA-TURMA.
           MOVE SPACES TO WRK-TERMO-TURMA.
           IF WRK-TURMA-BUSCA = SPACES
               GO TO 1540-TERMO-DA-TURMA-EXIT
           END-IF.
           MOVE WRK-TURMA-BUSCA TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
                   GO TO 1540-TERMO-DA-TURMA-EXIT
           END-READ.
           MOVE TU-TERM-CODE TO WRK-TERMO-TURMA.
       1540-TERMO-DA-TURMA-EXIT.
           EXIT.

       1100-AVANCA-CHECKPOINT.
           READ STUDENT-GRADES-FILE
               AT END
       2000-PROCESSA-ALUNO.
           ADD 1 TO WRK-TOTAL-ALUNOS.
           MOVE SG-ID TO IW-ID.
           MOVE SG-DISCIPLINA TO IW-DISCIPLINA.
           WRITE IW-REGISTRO.
           PERFORM 2400-VERIFICA-MATRICULA
               THRU 2400-VERIFICA-MATRICULA-EXIT.
                   MOVE 'M01' TO WRK-MOTIVO-EXCECAO
           END-READ.
           IF WRK-MOTIVO-EXCECAO = SPACES
               PERFORM 2450-TURMA-NO-TERMO
                   THRU 2450-TURMA-NO-TERMO-EXIT
               IF WRK-STATUS-TERMO NOT = 'A'
                   MOVE 'M02' TO WRK-MOTIVO-EXCECAO
               ELSE
                   IF WRK-TURMA-TERMO NOT = WRK-TURMA-ID
                       MOVE 'M03' TO WRK-MOTIVO-EXCECAO
                   END-IF
               END-IF
       2400-VERIFICA-MATRICULA-EXIT.
           EXIT.

      *    TURMA E SITUACAO DO ALUNO NO TERMO AVALIADO: AS DO HISTORICO
      *    DE MOVIMENTACAO QUANDO HOUVER, SENAO AS DO CADASTRO
       2450-TURMA-NO-TERMO.
           MOVE SM-TURMA TO WRK-TURMA-TERMO.
           MOVE SM-STATUS TO WRK-STATUS-TERMO.
           MOVE SM-ID TO WRK-ID-BUSCA.
           PERFORM 1530-LOCALIZA-HISTORICO
               THRU 1530-LOCALIZA-HISTORICO-EXIT.
           IF HIST-ACHADO
               MOVE WRK-HIST-TURMA (WRK-IDX-HIST) TO WRK-TURMA-TERMO
               MOVE WRK-HIST-STATUS (WRK-IDX-HIST) TO WRK-STATUS-TERMO
           END-IF.
       2450-TURMA-NO-TERMO-EXIT.
           EXIT.

       2500-GRAVA-EXCECAO.
           ADD 1 TO WRK-TOTAL-EXCECAO.
           MOVE WRK-MOTIVO-EXCECAO TO EX-MOTIVO.
               DISPLAY 'REPROVADO POR FALTA'
               ADD 1 TO WRK-TOTAL-REP-FALTA
               MOVE 'REPROV-FALTA' TO RL-D-STATUS
               MOVE 'F' TO WRK-TIPO-AVISO
               PERFORM 2800-GRAVA-AVISO THRU 2800-GRAVA-AVISO-EXIT
           ELSE
           IF WRK-MEDIA >= WRK-NOTA-APROVACAO
               DISPLAY 'APROVADO'
                   MOVE SG-NOME TO RC-NOME
                   MOVE WRK-MEDIA TO RC-MEDIA
                   MOVE SG-DISCIPLINA TO RC-DISCIPLINA
                   MOVE WRK-TERM-CODE TO RC-TERM-CODE
                   WRITE RC-REGISTRO
                   MOVE 'RECUPARACAO' TO RL-D-STATUS
                   MOVE 'R' TO WRK-TIPO-AVISO
                   PERFORM 2800-GRAVA-AVISO THRU 2800-GRAVA-AVISO-EXIT
               ELSE
                   DISPLAY 'REPROVADO'
                   ADD 1 TO WRK-TOTAL-REPROVADO
       2710-PROCURA-FREQ-EXIT.
           EXIT.

      *    AVISO AOS RESPONSAVEIS - AS CARTAS SAO MONTADAS DEPOIS, A
      *    PARTIR DO AVISOF
       2800-GRAVA-AVISO.
           MOVE SPACES TO AV-REGISTRO.
           MOVE WRK-TIPO-AVISO TO AV-TIPO.
           MOVE SG-ID TO AV-ID.
           MOVE SG-NOME TO AV-NOME.
           MOVE WRK-TURMA-ID TO AV-TURMA.
           MOVE WRK-TERM-CODE TO AV-TERM-CODE.
           MOVE SG-DISCIPLINA TO AV-DISCIPLINA.
           MOVE WRK-MEDIA TO AV-MEDIA.
           MOVE ZEROS TO AV-PCT-FREQ.
           IF FREQ-ACHADA
               MOVE WRK-PCT-FREQUENCIA TO AV-PCT-FREQ
           END-IF.
           MOVE ZEROS TO AV-NOTA-EXAME.
           MOVE ZEROS TO AV-MEDIA-FINAL.
           MOVE WRK-DATA-EXECUCAO TO AV-DATA.
           WRITE AV-REGISTRO.
       2800-GRAVA-AVISO-EXIT.
           EXIT.

       2610-ACUMULA-NOTA.
           ADD 1 TO WRK-IDX-AVAL.
           COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
           MOVE WRK-TOTAL-EXPORTADO TO RG-EXPORTADOS.
           MOVE WRK-TOTAL-EXCECAO TO RG-EXCECOES.
           MOVE WRK-TOTAL-FALTANTES TO RG-FALTANTES.
           MOVE WRK-DATA-NEGOCIO TO RG-DATA.
           WRITE RG-LINHA FROM RG-REGISTRO.
           MOVE 'EXECUTADO' TO WRK-RESULTADO-ACESSO.
           MOVE WRK-TURMA-ID TO WRK-AUD-TURMA.
           CLOSE GRADE-ID-WORK-FILE.
           SORT GRADE-ID-SORT-FILE
               ON ASCENDING KEY IS-ID
               ON ASCENDING KEY IS-DISCIPLINA
               USING GRADE-ID-WORK-FILE
               GIVING GRADE-ID-SORTED-FILE.
           MOVE ZERO TO WRK-TOTAL-MATRICULADOS.
           WRITE FL-LINHA FROM FL-RODAPE-2.
           MOVE WRK-TOTAL-FALTANTES TO FL-R3-TOTAL.
           WRITE FL-LINHA FROM FL-RODAPE-3.
           DISPLAY 'NOTAS FALTANTES.......: ' WRK-TOTAL-FALTANTES.
       8100-VERIFICA-FALTANTES-EXIT.
           EXIT.

       8110-CHECA-ALUNO-MESTRE.
           PERFORM 2450-TURMA-NO-TERMO THRU 2450-TURMA-NO-TERMO-EXIT.
           IF WRK-STATUS-TERMO = 'A' AND WRK-TURMA-TERMO = WRK-TURMA-ID
               ADD 1 TO WRK-TOTAL-MATRICULADOS
               PERFORM 8120-AVANCA-ID THRU 8120-AVANCA-ID-EXIT
                   UNTIL FIM-IDS OR IO-ID >= SM-ID
               IF WRK-QTDE-GRADE = 0
                   IF NOT FIM-IDS AND IO-ID = SM-ID
                       ADD 1 TO WRK-TOTAL-COM-NOTA
                   ELSE
                       ADD 1 TO WRK-TOTAL-FALTANTES
                       MOVE SM-ID TO FL-D-ID
                       MOVE SM-NOME TO FL-D-NOME
                       MOVE SPACES TO FL-D-DISC
                       WRITE FL-LINHA FROM FL-DETALHE
                   END-IF
               ELSE
                   MOVE ZERO TO WRK-IDX-GRADE
                   PERFORM 8130-CHECA-DISCIPLINA
                       THRU 8130-CHECA-DISCIPLINA-EXIT
                       UNTIL WRK-IDX-GRADE >= WRK-QTDE-GRADE
               END-IF
           END-IF.
           READ STUDENT-MASTER-FILE NEXT RECORD
       8120-AVANCA-ID-EXIT.
           EXIT.

       8130-CHECA-DISCIPLINA.
           ADD 1 TO WRK-IDX-GRADE.
           PERFORM 8120-AVANCA-ID THRU 8120-AVANCA-ID-EXIT
               UNTIL FIM-IDS OR IO-ID > SM-ID
               OR (IO-ID = SM-ID
               AND IO-DISCIPLINA >= WRK-GRADE-DISC (WRK-IDX-GRADE)).
           IF NOT FIM-IDS AND IO-ID = SM-ID
               AND IO-DISCIPLINA = WRK-GRADE-DISC (WRK-IDX-GRADE)
               ADD 1 TO WRK-TOTAL-COM-NOTA
           ELSE
               ADD 1 TO WRK-TOTAL-FALTANTES
               MOVE SM-ID TO FL-D-ID
               MOVE SM-NOME TO FL-D-NOME
               MOVE WRK-GRADE-DISC (WRK-IDX-GRADE) TO FL-D-DISC
               WRITE FL-LINHA FROM FL-DETALHE
           END-IF.
       8130-CHECA-DISCIPLINA-EXIT.
           EXIT.

       9000-FECHA-GERAL.
           DISPLAY 'TOTAL DE TURMAS.......: ' WRK-TOTAL-TURMAS.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE RUN-LOG-FILE.
           CLOSE FALTA-REPORT-FILE.
           CLOSE ACCESS-AUDIT-FILE.
           CLOSE NOTICE-EVENT-FILE.
           IF NOT SEM-CURRICF
               CLOSE CURRIC-MASTER-FILE
           END-IF.
           IF NOT SEM-TERMCF
               CLOSE TERM-CONTROL-FILE
           END-IF.
       9000-FECHA-GERAL-EXIT.
           EXIT.
