       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL25.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: MANUTENCAO DO CADASTRO MESTRE DE DISCIPLINAS (DISCMF)
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DISCIPLINA
               FILE STATUS IS WRK-STATUS-DISCMF.
           SELECT DISC-MAINT-FILE ASSIGN TO "DISCMTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCMTF.
       DATA DIVISION.
       FILE SECTION.
       FD  DISC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DM-REGISTRO.
           05  DM-DISCIPLINA           PIC X(03).
           05  DM-NOME                 PIC X(30).
           05  DM-CARGA-HORARIA        PIC 9(04).
           05  DM-STATUS               PIC X(01).
             88 DM-ATIVA                VALUE 'A'.
             88 DM-INATIVA              VALUE 'I'.

       FD  DISC-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DT-REGISTRO.
           05  DT-TIPO-TRANS           PIC X(01).
             88 DT-INCLUSAO             VALUE 'A'.
             88 DT-ALTERACAO            VALUE 'C'.
             88 DT-DESATIVACAO          VALUE 'D'.
           05  DT-DISCIPLINA           PIC X(03).
           05  DT-NOME                 PIC X(30).
           05  DT-CARGA-HORARIA        PIC X(04).
           05  DT-STATUS               PIC X(01).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-DISCMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DISCMTF      PIC X(02) VALUE SPACES.
       77 WRK-FIM-MAINT           PIC X(01) VALUE 'N'.
         88 FIM-MAINT              VALUE 'S'.
       77 WRK-TOTAL-TRANS         PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-REJEITADAS    PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-MANUTENCAO-CADASTRO
               THRU 1000-MANUTENCAO-CADASTRO-EXIT.
           GOBACK.

       1000-MANUTENCAO-CADASTRO.
           OPEN I-O DISC-MASTER-FILE.
           IF WRK-STATUS-DISCMF = '35'
               CLOSE DISC-MASTER-FILE
               OPEN OUTPUT DISC-MASTER-FILE
               CLOSE DISC-MASTER-FILE
               OPEN I-O DISC-MASTER-FILE
           END-IF.
           OPEN INPUT DISC-MAINT-FILE.
           IF WRK-STATUS-DISCMTF = '35'
               DISPLAY 'ARQUIVO DE MANUTENCAO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET FIM-MAINT TO TRUE
           ELSE
               READ DISC-MAINT-FILE
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
           CLOSE DISC-MASTER-FILE.
           CLOSE DISC-MAINT-FILE.
       1000-MANUTENCAO-CADASTRO-EXIT.
           EXIT.

       1100-PROCESSA-TRANSACAO.
           ADD 1 TO WRK-TOTAL-TRANS.
           IF DT-DISCIPLINA = SPACES
               DISPLAY 'CODIGO DE DISCIPLINA EM BRANCO'
               ADD 1 TO WRK-TOTAL-REJEITADAS
               GO TO 1100-LE-PROXIMA
           END-IF.
           MOVE SPACES TO DM-REGISTRO.
           MOVE DT-DISCIPLINA TO DM-DISCIPLINA.
           IF DT-INCLUSAO
               MOVE DT-NOME TO DM-NOME
               IF DT-CARGA-HORARIA NUMERIC
                   MOVE DT-CARGA-HORARIA TO DM-CARGA-HORARIA
               ELSE
                   MOVE ZEROS TO DM-CARGA-HORARIA
               END-IF
               SET DM-ATIVA TO TRUE
               WRITE DM-REGISTRO
                   INVALID KEY
                       DISPLAY 'DISCIPLINA JA CADASTRADA: '
                           DT-DISCIPLINA
                       ADD 1 TO WRK-TOTAL-REJEITADAS
               END-WRITE
           ELSE
               READ DISC-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'DISCIPLINA NAO ENCONTRADA: '
                           DT-DISCIPLINA
                       ADD 1 TO WRK-TOTAL-REJEITADAS
               END-READ
               IF WRK-STATUS-DISCMF = '00'
                   IF DT-ALTERACAO
                       IF DT-NOME NOT = SPACES
                           MOVE DT-NOME TO DM-NOME
                       END-IF
                       IF DT-CARGA-HORARIA NUMERIC
                           MOVE DT-CARGA-HORARIA TO DM-CARGA-HORARIA
                       END-IF
                       IF DT-STATUS NOT = SPACES
                           MOVE DT-STATUS TO DM-STATUS
                       END-IF
                       REWRITE DM-REGISTRO
                   ELSE
                       IF DT-DESATIVACAO
                           SET DM-INATIVA TO TRUE
                           REWRITE DM-REGISTRO
                       ELSE
                           DISPLAY 'TIPO DE TRANSACAO INVALIDO: '
                               DT-TIPO-TRANS ' DISCIPLINA '
                               DT-DISCIPLINA
                           ADD 1 TO WRK-TOTAL-REJEITADAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1100-LE-PROXIMA.
           READ DISC-MAINT-FILE
               AT END
                   SET FIM-MAINT TO TRUE
           END-READ.
       1100-PROCESSA-TRANSACAO-EXIT.
           EXIT.
