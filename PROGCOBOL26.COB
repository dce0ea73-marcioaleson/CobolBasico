       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL26.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: MANUTENCAO DA GRADE CURRICULAR POR TURMA (CURRICF)
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRIC-MASTER-FILE ASSIGN TO "CURRICF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WRK-STATUS-CURRICF.
           SELECT CURRIC-MAINT-FILE ASSIGN TO "CURRTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CURRTF.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DISCIPLINA
               FILE STATUS IS WRK-STATUS-DISCMF.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-TURMA
               FILE STATUS IS WRK-STATUS-TURMAF.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CURRIC-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GT-REGISTRO.
           05  GT-TIPO-TRANS           PIC X(01).
             88 GT-INCLUSAO             VALUE 'A'.
             88 GT-ALTERACAO            VALUE 'C'.
             88 GT-EXCLUSAO             VALUE 'D'.
           05  GT-TURMA                PIC X(10).
           05  GT-TERM-CODE            PIC X(06).
           05  GT-DISCIPLINA           PIC X(03).
           05  GT-STATUS               PIC X(01).

       FD  DISC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DM-REGISTRO.
           05  DM-DISCIPLINA           PIC X(03).
           05  DM-NOME                 PIC X(30).
           05  DM-CARGA-HORARIA        PIC 9(04).
           05  DM-STATUS               PIC X(01).
             88 DM-ATIVA                VALUE 'A'.
             88 DM-INATIVA              VALUE 'I'.

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
       77 WRK-STATUS-CURRICF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CURRTF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DISCMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TURMAF       PIC X(02) VALUE SPACES.
       77 WRK-FIM-MAINT           PIC X(01) VALUE 'N'.
         88 FIM-MAINT              VALUE 'S'.
       77 WRK-TOTAL-TRANS         PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-REJEITADAS    PIC 9(05) COMP VALUE ZERO.
       77 WRK-SEM-DISCMF          PIC X(01) VALUE 'N'.
         88 SEM-DISCMF             VALUE 'S'.
       77 WRK-SEM-TURMAF          PIC X(01) VALUE 'N'.
         88 SEM-TURMAF             VALUE 'S'.
       77 WRK-INCLUSAO-VALIDA     PIC X(01) VALUE 'N'.
         88 INCLUSAO-VALIDA        VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-MANUTENCAO-CADASTRO
               THRU 1000-MANUTENCAO-CADASTRO-EXIT.
           GOBACK.

       1000-MANUTENCAO-CADASTRO.
           OPEN INPUT DISC-MASTER-FILE.
           IF WRK-STATUS-DISCMF = '35'
               DISPLAY 'CADASTRO MESTRE DE DISCIPLINAS INEXISTENTE'
               SET SEM-DISCMF TO TRUE
           END-IF.
           OPEN INPUT TURMA-MASTER-FILE.
           IF WRK-STATUS-TURMAF = '35'
               DISPLAY 'CADASTRO MESTRE DE TURMAS INEXISTENTE'
               SET SEM-TURMAF TO TRUE
           END-IF.
           OPEN I-O CURRIC-MASTER-FILE.
           IF WRK-STATUS-CURRICF = '35'
               CLOSE CURRIC-MASTER-FILE
               OPEN OUTPUT CURRIC-MASTER-FILE
               CLOSE CURRIC-MASTER-FILE
               OPEN I-O CURRIC-MASTER-FILE
           END-IF.
           OPEN INPUT CURRIC-MAINT-FILE.
           IF WRK-STATUS-CURRTF = '35'
               DISPLAY 'ARQUIVO DE MANUTENCAO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET FIM-MAINT TO TRUE
           ELSE
               READ CURRIC-MAINT-FILE
                   AT END
                       SET FIM-MAINT TO TRUE
               END-READ
           END-IF.
           PERFORM 1100-PROCESSA-TRANSACAO
               THRU 1100-PROCESSA-TRANSACAO-EXIT
               UNTIL FIM-MAINT.
           DISPLAY 'TOTAL DE TRANSACOES...: ' WRK-TOTAL-TRANS.
           DISPLAY 'TOTAL REJEITADAS......: ' WRK-TOTAL-REJEITADAS.
           IF WRK-TOTAL-REJEITADAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CURRIC-MASTER-FILE.
           CLOSE CURRIC-MAINT-FILE.
           IF NOT SEM-DISCMF
               CLOSE DISC-MASTER-FILE
           END-IF.
           IF NOT SEM-TURMAF
               CLOSE TURMA-MASTER-FILE
           END-IF.
       1000-MANUTENCAO-CADASTRO-EXIT.
           EXIT.

       1100-PROCESSA-TRANSACAO.
           ADD 1 TO WRK-TOTAL-TRANS.
           MOVE SPACES TO GC-REGISTRO.
           MOVE GT-TURMA TO GC-TURMA.
           MOVE GT-TERM-CODE TO GC-TERM-CODE.
           MOVE GT-DISCIPLINA TO GC-DISCIPLINA.
           IF GT-INCLUSAO
               PERFORM 1200-VALIDA-INCLUSAO
                   THRU 1200-VALIDA-INCLUSAO-EXIT
               IF NOT INCLUSAO-VALIDA
                   ADD 1 TO WRK-TOTAL-REJEITADAS
                   GO TO 1100-LE-PROXIMA
               END-IF
               SET GC-ATIVA TO TRUE
               WRITE GC-REGISTRO
                   INVALID KEY
                       DISPLAY 'DISCIPLINA JA CONSTA NA GRADE: '
                           GT-TURMA ' ' GT-TERM-CODE ' '
                           GT-DISCIPLINA
                       ADD 1 TO WRK-TOTAL-REJEITADAS
               END-WRITE
           ELSE
               READ CURRIC-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'DISCIPLINA NAO CONSTA NA GRADE: '
                           GT-TURMA ' ' GT-TERM-CODE ' '
                           GT-DISCIPLINA
                       ADD 1 TO WRK-TOTAL-REJEITADAS
               END-READ
               IF WRK-STATUS-CURRICF = '00'
                   IF GT-ALTERACAO
                       IF GT-STATUS NOT = SPACES
                           MOVE GT-STATUS TO GC-STATUS
                       END-IF
                       REWRITE GC-REGISTRO
                   ELSE
                       IF GT-EXCLUSAO
                           SET GC-EXCLUIDA TO TRUE
                           REWRITE GC-REGISTRO
                       ELSE
                           DISPLAY 'TIPO DE TRANSACAO INVALIDO: '
                               GT-TIPO-TRANS ' TURMA ' GT-TURMA
                           ADD 1 TO WRK-TOTAL-REJEITADAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1100-LE-PROXIMA.
           READ CURRIC-MAINT-FILE
               AT END
                   SET FIM-MAINT TO TRUE
           END-READ.
       1100-PROCESSA-TRANSACAO-EXIT.
           EXIT.

       1200-VALIDA-INCLUSAO.
           SET INCLUSAO-VALIDA TO TRUE.
           IF GT-TURMA = SPACES OR GT-TERM-CODE = SPACES
               OR GT-DISCIPLINA = SPACES
               DISPLAY 'TURMA/TERMO/DISCIPLINA EM BRANCO: '
                   GT-TURMA ' ' GT-TERM-CODE ' ' GT-DISCIPLINA
               MOVE 'N' TO WRK-INCLUSAO-VALIDA
               GO TO 1200-VALIDA-INCLUSAO-EXIT
           END-IF.
           IF SEM-DISCMF
               DISPLAY 'TRANSACAO REJEITADA - SEM CADASTRO DE '
                   'DISCIPLINAS: ' GT-DISCIPLINA
               MOVE 'N' TO WRK-INCLUSAO-VALIDA
               GO TO 1200-VALIDA-INCLUSAO-EXIT
           END-IF.
           MOVE GT-DISCIPLINA TO DM-DISCIPLINA.
           READ DISC-MASTER-FILE
               INVALID KEY
                   DISPLAY 'DISCIPLINA INEXISTENTE: ' GT-DISCIPLINA
                   MOVE 'N' TO WRK-INCLUSAO-VALIDA
                   GO TO 1200-VALIDA-INCLUSAO-EXIT
           END-READ.
           IF DM-INATIVA
               DISPLAY 'DISCIPLINA INATIVA: ' GT-DISCIPLINA
               MOVE 'N' TO WRK-INCLUSAO-VALIDA
               GO TO 1200-VALIDA-INCLUSAO-EXIT
           END-IF.
           IF SEM-TURMAF
               DISPLAY 'TRANSACAO REJEITADA - SEM CADASTRO DE '
                   'TURMAS: ' GT-TURMA
               MOVE 'N' TO WRK-INCLUSAO-VALIDA
               GO TO 1200-VALIDA-INCLUSAO-EXIT
           END-IF.
           MOVE GT-TURMA TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
                   DISPLAY 'TURMA INEXISTENTE: ' GT-TURMA
                   MOVE 'N' TO WRK-INCLUSAO-VALIDA
                   GO TO 1200-VALIDA-INCLUSAO-EXIT
           END-READ.
           IF GT-TERM-CODE NOT = TU-TERM-CODE
               DISPLAY 'TERMO ' GT-TERM-CODE ' DIFERENTE DO TERMO '
                   TU-TERM-CODE ' DA TURMA ' GT-TURMA
               MOVE 'N' TO WRK-INCLUSAO-VALIDA
               GO TO 1200-VALIDA-INCLUSAO-EXIT
           END-IF.
           IF TU-ENCERRADA
               DISPLAY 'TURMA ENCERRADA: ' GT-TURMA
               MOVE 'N' TO WRK-INCLUSAO-VALIDA
           END-IF.
       1200-VALIDA-INCLUSAO-EXIT.
           EXIT.
