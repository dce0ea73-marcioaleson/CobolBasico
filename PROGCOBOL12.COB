           SELECT EDIT-REPORT-FILE ASSIGN TO "EDITREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EDITREL.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DISCIPLINA
               FILE STATUS IS WRK-STATUS-DISCMF.
           SELECT CURRIC-MASTER-FILE ASSIGN TO "CURRICF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WRK-STATUS-CURRICF.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WRK-STATUS-STUMF.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-TURMA
               FILE STATUS IS WRK-STATUS-TURMAF.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GRADES-FILE
       FD  EDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-LINHA                    PIC X(80).

       FD  DISC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DM-REGISTRO.
           05  DM-DISCIPLINA           PIC X(03).
           05  DM-NOME                 PIC X(30).
           05  DM-CARGA-HORARIA        PIC 9(04).
           05  DM-STATUS               PIC X(01).
             88 DM-ATIVA                VALUE 'A'.
             88 DM-INATIVA              VALUE 'I'.

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

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SM-REGISTRO.
           05  SM-ID                   PIC X(06).
           05  SM-NOME                 PIC X(30).
           05  SM-STATUS               PIC X(01).
             88 SM-ATIVO                VALUE 'A'.
             88 SM-RETIRADO             VALUE 'R'.
             88 SM-TRANSFERIDO          VALUE 'T'.
           05  SM-TURMA                PIC X(10).

       FD  TURMA-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  TU-REGISTRO.
           05  TU-TURMA                PIC X(10).
           05  TU-DESCRICAO            PIC X(30).
           05  TU-TERM-CODE            PIC X(06).
           05  TU-CAPACIDADE           PIC 9(04).
           05  TU-STATUS               PIC X(01).
             88 TU-ATIVA                VALUE 'A'.
             88 TU-ENCERRADA            VALUE 'E'.
       WORKING-STORAGE SECTION.
       77 WRK-FIM-ARQUIVO         PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-ANT-ID              PIC X(06) VALUE LOW-VALUES.
       77 WRK-ANT-DISC            PIC X(03) VALUE LOW-VALUES.
       77 WRK-STATUS-DISCMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CURRICF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STUMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TURMAF       PIC X(02) VALUE SPACES.
       77 WRK-SEM-DISCMF          PIC X(01) VALUE 'N'.
         88 SEM-DISCMF            VALUE 'S'.
       77 WRK-SEM-CURRICF         PIC X(01) VALUE 'N'.
         88 SEM-CURRICF           VALUE 'S'.
       77 WRK-SEM-STUMF           PIC X(01) VALUE 'N'.
         88 SEM-STUMF             VALUE 'S'.
       77 WRK-SEM-TURMAF          PIC X(01) VALUE 'N'.
         88 SEM-TURMAF            VALUE 'S'.
       77 WRK-TURMA-ALUNO         PIC X(10) VALUE SPACES.
       77 WRK-TERM-ALUNO          PIC X(06) VALUE SPACES.
       77 WRK-TURMA-CONHECIDA     PIC X(01) VALUE 'N'.
         88 TURMA-CONHECIDA       VALUE 'S'.
       77 WRK-GRADE-TURMA         PIC X(10) VALUE LOW-VALUES.
       77 WRK-GRADE-TERMO         PIC X(06) VALUE LOW-VALUES.
       77 WRK-TURMA-COM-GRADE     PIC X(01) VALUE 'N'.
         88 TURMA-COM-GRADE       VALUE 'S'.
       77 WRK-FIM-GRADE           PIC X(01) VALUE 'N'.
         88 FIM-GRADE             VALUE 'S'.

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(33) VALUE
           OPEN OUTPUT STUDENT-VALID-FILE.
           OPEN OUTPUT STUDENT-ERROR-FILE.
           OPEN OUTPUT EDIT-REPORT-FILE.
           PERFORM 1100-ABRE-CADASTROS THRU 1100-ABRE-CADASTROS-EXIT.
           MOVE WRK-DATA-EXECUCAO TO RL-C1-DATA.
           WRITE RL-LINHA FROM RL-CABECALHO-1.
           IF NOT FIM-ARQUIVO
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-ABRE-CADASTROS.
           OPEN INPUT DISC-MASTER-FILE.
           IF WRK-STATUS-DISCMF = '35'
               DISPLAY 'CADASTRO MESTRE DE DISCIPLINAS INEXISTENTE'
               SET SEM-DISCMF TO TRUE
           END-IF.
           OPEN INPUT CURRIC-MASTER-FILE.
           IF WRK-STATUS-CURRICF = '35'
               DISPLAY 'GRADE CURRICULAR INEXISTENTE - '
                   'DISCIPLINAS NAO CONFERIDAS COM A GRADE'
               SET SEM-CURRICF TO TRUE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STATUS-STUMF = '35'
               DISPLAY 'CADASTRO MESTRE DE ALUNOS INEXISTENTE - '
                   'GRADE DA TURMA NAO CONFERIDA'
               SET SEM-STUMF TO TRUE
           END-IF.
           OPEN INPUT TURMA-MASTER-FILE.
           IF WRK-STATUS-TURMAF = '35'
               DISPLAY 'CADASTRO MESTRE DE TURMAS INEXISTENTE - '
                   'GRADE DA TURMA NAO CONFERIDA'
               SET SEM-TURMAF TO TRUE
           END-IF.
       1100-ABRE-CADASTROS-EXIT.
           EXIT.

       2000-CRITICA-ALUNO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.
               PERFORM 2200-VALIDA-DUPLICADO
                   THRU 2200-VALIDA-DUPLICADO-EXIT
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM 2300-VALIDA-DISCIPLINA
                   THRU 2300-VALIDA-DISCIPLINA-EXIT
           END-IF.
           IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-TOTAL-ACEITOS
               MOVE SG-ID TO SV-ID
       2200-VALIDA-DUPLICADO-EXIT.
           EXIT.

       2300-VALIDA-DISCIPLINA.
           IF SEM-DISCMF
               MOVE 'E10' TO WRK-MOTIVO
               MOVE 'SEM CADASTRO DE DISCIPLINAS' TO WRK-MOTIVO-DESC
               GO TO 2300-VALIDA-DISCIPLINA-EXIT
           END-IF.
           MOVE SG-DISCIPLINA TO DM-DISCIPLINA.
           READ DISC-MASTER-FILE
               INVALID KEY
                   MOVE 'E10' TO WRK-MOTIVO
                   MOVE 'DISCIPLINA NAO CADASTRADA'
                       TO WRK-MOTIVO-DESC
                   GO TO 2300-VALIDA-DISCIPLINA-EXIT
           END-READ.
           IF DM-INATIVA
               MOVE 'E10' TO WRK-MOTIVO
               MOVE 'DISCIPLINA INATIVA' TO WRK-MOTIVO-DESC
               GO TO 2300-VALIDA-DISCIPLINA-EXIT
           END-IF.
           PERFORM 2310-LOCALIZA-TURMA
               THRU 2310-LOCALIZA-TURMA-EXIT.
           IF NOT TURMA-CONHECIDA
               GO TO 2300-VALIDA-DISCIPLINA-EXIT
           END-IF.
           IF SEM-CURRICF
               GO TO 2300-VALIDA-DISCIPLINA-EXIT
           END-IF.
           PERFORM 2320-VERIFICA-GRADE-TURMA
               THRU 2320-VERIFICA-GRADE-TURMA-EXIT.
           IF NOT TURMA-COM-GRADE
               GO TO 2300-VALIDA-DISCIPLINA-EXIT
           END-IF.
           MOVE WRK-TURMA-ALUNO TO GC-TURMA.
           MOVE WRK-TERM-ALUNO TO GC-TERM-CODE.
           MOVE SG-DISCIPLINA TO GC-DISCIPLINA.
           READ CURRIC-MASTER-FILE
               INVALID KEY
                   MOVE 'E11' TO WRK-MOTIVO
                   MOVE 'DISCIPLINA FORA DA GRADE TURMA'
                       TO WRK-MOTIVO-DESC
                   GO TO 2300-VALIDA-DISCIPLINA-EXIT
           END-READ.
           IF GC-EXCLUIDA
               MOVE 'E11' TO WRK-MOTIVO
               MOVE 'DISCIPLINA FORA DA GRADE TURMA'
                   TO WRK-MOTIVO-DESC
           END-IF.
       2300-VALIDA-DISCIPLINA-EXIT.
           EXIT.

       2310-LOCALIZA-TURMA.
           MOVE 'N' TO WRK-TURMA-CONHECIDA.
           IF SEM-STUMF OR SEM-TURMAF
               GO TO 2310-LOCALIZA-TURMA-EXIT
           END-IF.
           MOVE SG-ID TO SM-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   GO TO 2310-LOCALIZA-TURMA-EXIT
           END-READ.
           MOVE SM-TURMA TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
                   GO TO 2310-LOCALIZA-TURMA-EXIT
           END-READ.
           MOVE SM-TURMA TO WRK-TURMA-ALUNO.
           MOVE TU-TERM-CODE TO WRK-TERM-ALUNO.
           SET TURMA-CONHECIDA TO TRUE.
       2310-LOCALIZA-TURMA-EXIT.
           EXIT.

      *    TURMA SEM NENHUMA DISCIPLINA ATIVA NA GRADE DO TERMO NAO E
      *    CONFERIDA (O PROGCOBOL08 CONFERE ESSAS TURMAS POR ALUNO)
       2320-VERIFICA-GRADE-TURMA.
           IF WRK-TURMA-ALUNO = WRK-GRADE-TURMA
               AND WRK-TERM-ALUNO = WRK-GRADE-TERMO
               GO TO 2320-VERIFICA-GRADE-TURMA-EXIT
           END-IF.
           MOVE WRK-TURMA-ALUNO TO WRK-GRADE-TURMA.
           MOVE WRK-TERM-ALUNO TO WRK-GRADE-TERMO.
           MOVE 'N' TO WRK-TURMA-COM-GRADE.
           MOVE 'N' TO WRK-FIM-GRADE.
           MOVE WRK-TURMA-ALUNO TO GC-TURMA.
           MOVE WRK-TERM-ALUNO TO GC-TERM-CODE.
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
           PERFORM 2330-PROCURA-ATIVA THRU 2330-PROCURA-ATIVA-EXIT
               UNTIL FIM-GRADE OR TURMA-COM-GRADE.
       2320-VERIFICA-GRADE-TURMA-EXIT.
           EXIT.

       2330-PROCURA-ATIVA.
           IF GC-TURMA NOT = WRK-GRADE-TURMA
               OR GC-TERM-CODE NOT = WRK-GRADE-TERMO
               SET FIM-GRADE TO TRUE
               GO TO 2330-PROCURA-ATIVA-EXIT
           END-IF.
           IF GC-ATIVA
               SET TURMA-COM-GRADE TO TRUE
               GO TO 2330-PROCURA-ATIVA-EXIT
           END-IF.
           READ CURRIC-MASTER-FILE NEXT RECORD
               AT END
                   SET FIM-GRADE TO TRUE
           END-READ.
       2330-PROCURA-ATIVA-EXIT.
           EXIT.

       8000-FINALIZA.
           DISPLAY 'RESUMO DA CRITICA'.
           DISPLAY 'TOTAL DE LIDOS........: ' WRK-TOTAL-LIDOS.
           CLOSE STUDENT-VALID-FILE.
           CLOSE STUDENT-ERROR-FILE.
           CLOSE EDIT-REPORT-FILE.
           IF NOT SEM-DISCMF
               CLOSE DISC-MASTER-FILE
           END-IF.
           IF NOT SEM-CURRICF
               CLOSE CURRIC-MASTER-FILE
           END-IF.
           IF NOT SEM-STUMF
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF NOT SEM-TURMAF
               CLOSE TURMA-MASTER-FILE
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.
