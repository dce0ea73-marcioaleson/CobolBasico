       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL30.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: MANUTENCAO DO CADASTRO DE RESPONSAVEIS (RESPMF)
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-MASTER-FILE ASSIGN TO "RESPMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ID
               FILE STATUS IS WRK-STATUS-RESPMF.
           SELECT RESP-MAINT-FILE ASSIGN TO "RESPTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESPTF.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WRK-STATUS-STUMF.
       DATA DIVISION.
       FILE SECTION.
       FD  RESP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  RM-REGISTRO.
           05  RM-ID                   PIC X(06).
           05  RM-NOME                 PIC X(30).
           05  RM-PARENTESCO           PIC X(12).
           05  RM-ENDERECO             PIC X(40).
           05  RM-CIDADE               PIC X(25).
           05  RM-UF                   PIC X(02).
           05  RM-CEP                  PIC X(08).
           05  RM-TELEFONE             PIC X(15).
           05  RM-EMAIL                PIC X(40).
           05  RM-PREFERENCIA          PIC X(01).
             88 RM-PREF-CARTA           VALUE 'C'.
             88 RM-PREF-EMAIL           VALUE 'E'.
             88 RM-PREF-TELEFONE        VALUE 'T'.
           05  RM-STATUS               PIC X(01).
             88 RM-ATIVO                VALUE 'A'.
             88 RM-INATIVO              VALUE 'I'.

       FD  RESP-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RT-REGISTRO.
           05  RT-TIPO-TRANS           PIC X(01).
             88 RT-INCLUSAO             VALUE 'A'.
             88 RT-ALTERACAO            VALUE 'C'.
             88 RT-DESATIVACAO          VALUE 'D'.
           05  RT-ID                   PIC X(06).
           05  RT-NOME                 PIC X(30).
           05  RT-PARENTESCO           PIC X(12).
           05  RT-ENDERECO             PIC X(40).
           05  RT-CIDADE               PIC X(25).
           05  RT-UF                   PIC X(02).
           05  RT-CEP                  PIC X(08).
           05  RT-TELEFONE             PIC X(15).
           05  RT-EMAIL                PIC X(40).
           05  RT-PREFERENCIA          PIC X(01).
           05  RT-STATUS               PIC X(01).

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

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-RESPMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RESPTF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STUMF        PIC X(02) VALUE SPACES.
       77 WRK-FIM-MAINT           PIC X(01) VALUE 'N'.
         88 FIM-MAINT              VALUE 'S'.
       77 WRK-TOTAL-TRANS         PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-REJEITADAS    PIC 9(05) COMP VALUE ZERO.
       77 WRK-SEM-STUMF           PIC X(01) VALUE 'N'.
         88 SEM-STUMF              VALUE 'S'.
       77 WRK-CONTATO-VALIDO      PIC X(01) VALUE 'N'.
         88 CONTATO-VALIDO         VALUE 'S'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-MANUTENCAO-CADASTRO
               THRU 1000-MANUTENCAO-CADASTRO-EXIT.
           GOBACK.

       1000-MANUTENCAO-CADASTRO.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STATUS-STUMF = '35'
               DISPLAY 'CADASTRO MESTRE DE ALUNOS INEXISTENTE'
               SET SEM-STUMF TO TRUE
           END-IF.
           OPEN I-O RESP-MASTER-FILE.
           IF WRK-STATUS-RESPMF = '35'
               CLOSE RESP-MASTER-FILE
               OPEN OUTPUT RESP-MASTER-FILE
               CLOSE RESP-MASTER-FILE
               OPEN I-O RESP-MASTER-FILE
           END-IF.
           OPEN INPUT RESP-MAINT-FILE.
           IF WRK-STATUS-RESPTF = '35'
               DISPLAY 'ARQUIVO DE MANUTENCAO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET FIM-MAINT TO TRUE
           ELSE
               READ RESP-MAINT-FILE
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
           CLOSE RESP-MASTER-FILE.
           CLOSE RESP-MAINT-FILE.
           IF NOT SEM-STUMF
               CLOSE STUDENT-MASTER-FILE
           END-IF.
       1000-MANUTENCAO-CADASTRO-EXIT.
           EXIT.

       1100-PROCESSA-TRANSACAO.
           ADD 1 TO WRK-TOTAL-TRANS.
           IF RT-ID = SPACES
               DISPLAY 'CODIGO DO ALUNO EM BRANCO'
               ADD 1 TO WRK-TOTAL-REJEITADAS
               GO TO 1100-LE-PROXIMA
           END-IF.
           MOVE SPACES TO RM-REGISTRO.
           MOVE RT-ID TO RM-ID.
           IF RT-INCLUSAO
               PERFORM 1200-INCLUI-RESPONSAVEL
                   THRU 1200-INCLUI-RESPONSAVEL-EXIT
           ELSE
               READ RESP-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'RESPONSAVEL NAO ENCONTRADO: ' RT-ID
                       ADD 1 TO WRK-TOTAL-REJEITADAS
               END-READ
               IF WRK-STATUS-RESPMF = '00'
                   IF RT-ALTERACAO
                       PERFORM 1300-ALTERA-RESPONSAVEL
                           THRU 1300-ALTERA-RESPONSAVEL-EXIT
                   ELSE
                       IF RT-DESATIVACAO
                           SET RM-INATIVO TO TRUE
                           REWRITE RM-REGISTRO
                       ELSE
                           DISPLAY 'TIPO DE TRANSACAO INVALIDO: '
                               RT-TIPO-TRANS ' ALUNO ' RT-ID
                           ADD 1 TO WRK-TOTAL-REJEITADAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1100-LE-PROXIMA.
           READ RESP-MAINT-FILE
               AT END
                   SET FIM-MAINT TO TRUE
           END-READ.
       1100-PROCESSA-TRANSACAO-EXIT.
           EXIT.

       1200-INCLUI-RESPONSAVEL.
           IF RT-NOME = SPACES
               DISPLAY 'NOME DO RESPONSAVEL EM BRANCO: ' RT-ID
               ADD 1 TO WRK-TOTAL-REJEITADAS
               GO TO 1200-INCLUI-RESPONSAVEL-EXIT
           END-IF.
           IF SEM-STUMF
               DISPLAY 'TRANSACAO REJEITADA - SEM CADASTRO DE '
                   'ALUNOS: ' RT-ID
               ADD 1 TO WRK-TOTAL-REJEITADAS
               GO TO 1200-INCLUI-RESPONSAVEL-EXIT
           END-IF.
           MOVE RT-ID TO SM-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO: ' RT-ID
                   ADD 1 TO WRK-TOTAL-REJEITADAS
                   GO TO 1200-INCLUI-RESPONSAVEL-EXIT
           END-READ.
           MOVE RT-NOME TO RM-NOME.
           MOVE RT-PARENTESCO TO RM-PARENTESCO.
           MOVE RT-ENDERECO TO RM-ENDERECO.
           MOVE RT-CIDADE TO RM-CIDADE.
           MOVE RT-UF TO RM-UF.
           MOVE RT-CEP TO RM-CEP.
           MOVE RT-TELEFONE TO RM-TELEFONE.
           MOVE RT-EMAIL TO RM-EMAIL.
           MOVE RT-PREFERENCIA TO RM-PREFERENCIA.
           IF RM-PREFERENCIA = SPACES
               SET RM-PREF-CARTA TO TRUE
           END-IF.
           SET RM-ATIVO TO TRUE.
           PERFORM 1400-VALIDA-CONTATO THRU 1400-VALIDA-CONTATO-EXIT.
           IF NOT CONTATO-VALIDO
               ADD 1 TO WRK-TOTAL-REJEITADAS
               GO TO 1200-INCLUI-RESPONSAVEL-EXIT
           END-IF.
           WRITE RM-REGISTRO
               INVALID KEY
                   DISPLAY 'RESPONSAVEL JA CADASTRADO: ' RT-ID
                   ADD 1 TO WRK-TOTAL-REJEITADAS
           END-WRITE.
       1200-INCLUI-RESPONSAVEL-EXIT.
           EXIT.

       1300-ALTERA-RESPONSAVEL.
           IF RT-NOME NOT = SPACES
               MOVE RT-NOME TO RM-NOME
           END-IF.
           IF RT-PARENTESCO NOT = SPACES
               MOVE RT-PARENTESCO TO RM-PARENTESCO
           END-IF.
           IF RT-ENDERECO NOT = SPACES
               MOVE RT-ENDERECO TO RM-ENDERECO
           END-IF.
           IF RT-CIDADE NOT = SPACES
               MOVE RT-CIDADE TO RM-CIDADE
           END-IF.
           IF RT-UF NOT = SPACES
               MOVE RT-UF TO RM-UF
           END-IF.
           IF RT-CEP NOT = SPACES
               MOVE RT-CEP TO RM-CEP
           END-IF.
           IF RT-TELEFONE NOT = SPACES
               MOVE RT-TELEFONE TO RM-TELEFONE
           END-IF.
           IF RT-EMAIL NOT = SPACES
               MOVE RT-EMAIL TO RM-EMAIL
           END-IF.
           IF RT-PREFERENCIA NOT = SPACES
               MOVE RT-PREFERENCIA TO RM-PREFERENCIA
           END-IF.
           IF RT-STATUS NOT = SPACES
               MOVE RT-STATUS TO RM-STATUS
           END-IF.
           PERFORM 1400-VALIDA-CONTATO THRU 1400-VALIDA-CONTATO-EXIT.
           IF NOT CONTATO-VALIDO
               ADD 1 TO WRK-TOTAL-REJEITADAS
               GO TO 1300-ALTERA-RESPONSAVEL-EXIT
           END-IF.
           REWRITE RM-REGISTRO.
       1300-ALTERA-RESPONSAVEL-EXIT.
           EXIT.

      *    A PREFERENCIA DE CONTATO SO E ACEITA SE O DADO CORRESPONDENTE
      *    ESTIVER PREENCHIDO (CARTA PEDE ENDERECO E CEP)
       1400-VALIDA-CONTATO.
           SET CONTATO-VALIDO TO TRUE.
           IF RM-PREF-CARTA
               IF RM-ENDERECO = SPACES OR RM-CEP = SPACES
                   DISPLAY 'PREFERENCIA CARTA SEM ENDERECO/CEP: '
                       RT-ID
                   MOVE 'N' TO WRK-CONTATO-VALIDO
               END-IF
           ELSE
               IF RM-PREF-EMAIL
                   IF RM-EMAIL = SPACES
                       DISPLAY 'PREFERENCIA E-MAIL SEM E-MAIL: '
                           RT-ID
                       MOVE 'N' TO WRK-CONTATO-VALIDO
                   END-IF
               ELSE
                   IF RM-PREF-TELEFONE
                       IF RM-TELEFONE = SPACES
                           DISPLAY 'PREFERENCIA TELEFONE SEM '
                               'TELEFONE: ' RT-ID
                           MOVE 'N' TO WRK-CONTATO-VALIDO
                       END-IF
                   ELSE
                       DISPLAY 'PREFERENCIA DE CONTATO INVALIDA: '
                           RM-PREFERENCIA ' ALUNO ' RT-ID
                       MOVE 'N' TO WRK-CONTATO-VALIDO
                   END-IF
               END-IF
           END-IF.
       1400-VALIDA-CONTATO-EXIT.
           EXIT.
