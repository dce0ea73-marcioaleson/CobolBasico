       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL29.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: RELATORIO DE MOVIMENTACAO DE ALUNOS POR PERIODO E POR
      *          ALUNO (HISTORICO MOVHISTF) - DEMONSTRATIVO MENSAL
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "MOVHISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVHISTF.
           SELECT MOVEMENT-SORT-FILE ASSIGN TO "SRTWKG".
           SELECT MOVEMENT-SORTED-FILE ASSIGN TO "MOVSRTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVSRTF.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WRK-STATUS-STUMF.
           SELECT MOVEMENT-REPORT-FILE ASSIGN TO "MOVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVREL.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM29F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
       DATA DIVISION.
       FILE SECTION.
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

       SD  MOVEMENT-SORT-FILE.
       01  MS-REGISTRO.
           05  MS-ID                   PIC X(06).
           05  MS-DATA-EFETIVA         PIC 9(08).
           05  MS-SEQ                  PIC 9(07).
           05  MS-TIPO                 PIC X(01).
           05  MS-TURMA-ANTERIOR       PIC X(10).
           05  MS-TURMA-NOVA           PIC X(10).
           05  MS-STATUS-ANTERIOR      PIC X(01).
           05  MS-STATUS-NOVO          PIC X(01).
           05  MS-USUARIO              PIC X(20).

       FD  MOVEMENT-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  MO-REGISTRO.
           05  MO-ID                   PIC X(06).
           05  MO-DATA-EFETIVA         PIC 9(08).
           05  MO-SEQ                  PIC 9(07).
           05  MO-TIPO                 PIC X(01).
             88 MO-INCLUSAO             VALUE 'I'.
             88 MO-TROCA-TURMA          VALUE 'M'.
             88 MO-RETIRADA             VALUE 'R'.
             88 MO-TRANSFERENCIA        VALUE 'T'.
             88 MO-REATIVACAO           VALUE 'A'.
           05  MO-TURMA-ANTERIOR       PIC X(10).
           05  MO-TURMA-NOVA           PIC X(10).
           05  MO-STATUS-ANTERIOR      PIC X(01).
           05  MO-STATUS-NOVO          PIC X(01).
           05  MO-USUARIO              PIC X(20).

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

       FD  MOVEMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-LINHA                    PIC X(80).

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-DATA-INICIO          PIC X(08).
           05  PM-DATA-FIM             PIC X(08).
           05  PM-ID-ALUNO             PIC X(06).
           05  FILLER                  PIC X(18).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MOVHISTF     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-MOVSRTF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STUMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-MOVREL       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PARMF        PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO         PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-HISTORICO       PIC X(01) VALUE 'N'.
         88 FIM-HISTORICO         VALUE 'S'.
       77 WRK-ABORTA-EXECUCAO     PIC X(01) VALUE 'N'.
         88 ABORTA-EXECUCAO       VALUE 'S'.
       77 WRK-SEM-STUMF           PIC X(01) VALUE 'N'.
         88 SEM-STUMF             VALUE 'S'.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-ANO-MES             PIC 9(06) VALUE ZERO.
       77 WRK-DATA-INI-ENTRADA    PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM-ENTRADA    PIC X(08) VALUE SPACES.
       77 WRK-DATA-INICIO         PIC 9(08) VALUE ZERO.
       77 WRK-DATA-FIM            PIC 9(08) VALUE ZERO.
       77 WRK-ID-PEDIDO           PIC X(06) VALUE SPACES.
       77 WRK-ID-ANTERIOR         PIC X(06) VALUE SPACES.
       77 WRK-SEQ-ENTRADA         PIC 9(07) VALUE ZERO.
       77 WRK-TOTAL-LIDOS         PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-MOVIMENTOS    PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-ALUNOS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-INCLUSOES     PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-TROCAS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-RETIRADAS     PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-TRANSFERENCIAS PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-REATIVACOES   PIC 9(05) COMP VALUE ZERO.
       77 WRK-QTDE-ALUNO          PIC 9(05) COMP VALUE ZERO.

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(33) VALUE
               'MOVIMENTACAO DE ALUNOS - PERIODO '.
           05  RL-C1-INICIO        PIC 9(08).
           05  FILLER              PIC X(03) VALUE ' A '.
           05  RL-C1-FIM           PIC 9(08).
           05  FILLER              PIC X(08) VALUE ' - DATA '.
           05  RL-C1-DATA          PIC 9(08).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  RL-CABECALHO-2.
           05  FILLER              PIC X(17) VALUE
               'SOMENTE O ALUNO: '.
           05  RL-C2-ID            PIC X(06).
           05  FILLER              PIC X(57) VALUE SPACES.

       01  RL-ALUNO.
           05  FILLER              PIC X(07) VALUE 'ALUNO: '.
           05  RL-A-ID             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-A-NOME           PIC X(30).
           05  FILLER              PIC X(16) VALUE
               ' SITUACAO ATUAL '.
           05  RL-A-STATUS         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-A-TURMA          PIC X(10).
           05  FILLER              PIC X(08) VALUE SPACES.

       01  RL-DETALHE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-D-DATA           PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-TIPO           PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-TURMA-ANT      PIC X(10).
           05  FILLER              PIC X(04) VALUE ' -> '.
           05  RL-D-TURMA-NOVA     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-STATUS-ANT     PIC X(01).
           05  FILLER              PIC X(01) VALUE '/'.
           05  RL-D-STATUS-NOVO    PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-USUARIO        PIC X(20).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  RL-SUBTOTAL.
           05  FILLER              PIC X(25) VALUE
               '  MOVIMENTOS DO ALUNO.: '.
           05  RL-S-TOTAL          PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-1.
           05  FILLER              PIC X(25) VALUE
               'ALUNOS MOVIMENTADOS...: '.
           05  RL-R1-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-2.
           05  FILLER              PIC X(25) VALUE
               'TOTAL DE MOVIMENTOS...: '.
           05  RL-R2-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-3.
           05  FILLER              PIC X(25) VALUE
               'INCLUSOES.............: '.
           05  RL-R3-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-4.
           05  FILLER              PIC X(25) VALUE
               'TROCAS DE TURMA.......: '.
           05  RL-R4-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-5.
           05  FILLER              PIC X(25) VALUE
               'RETIRADAS.............: '.
           05  RL-R5-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-6.
           05  FILLER              PIC X(25) VALUE
               'TRANSFERENCIAS........: '.
           05  RL-R6-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-7.
           05  FILLER              PIC X(25) VALUE
               'REATIVACOES...........: '.
           05  RL-R7-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '-'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0100-LE-PARAMETROS THRU 0100-LE-PARAMETROS-EXIT.
           IF NOT ABORTA-EXECUCAO
               OPEN INPUT MOVEMENT-HISTORY-FILE
               IF WRK-STATUS-MOVHISTF = '35'
                   DISPLAY 'HISTORICO DE MOVIMENTACAO INEXISTENTE'
                   MOVE 8 TO RETURN-CODE
                   SET ABORTA-EXECUCAO TO TRUE
               ELSE
                   CLOSE MOVEMENT-HISTORY-FILE
               END-IF
           END-IF.
           IF NOT ABORTA-EXECUCAO
               SORT MOVEMENT-SORT-FILE
                   ON ASCENDING KEY MS-ID
                   ON ASCENDING KEY MS-DATA-EFETIVA
                   ON ASCENDING KEY MS-SEQ
                   INPUT PROCEDURE IS 0200-LIBERA-MOVIMENTOS
                       THRU 0200-LIBERA-MOVIMENTOS-EXIT
                   GIVING MOVEMENT-SORTED-FILE
           END-IF.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
           PERFORM 2000-PROCESSA-MOVIMENTO
               THRU 2000-PROCESSA-MOVIMENTO-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT.
           GOBACK.

      *    SEM PARAMETRO O PERIODO E O MES CORRENTE ATE A DATA DE HOJE
       0100-LE-PARAMETROS.
           OPEN INPUT DRIVER-PARM-FILE.
           IF WRK-STATUS-PARMF = '35'
               DISPLAY 'DATA INICIO (AAAAMMDD, BRANCO = INICIO DO '
                   'MES)..'
               ACCEPT WRK-DATA-INI-ENTRADA
               DISPLAY 'DATA FIM (AAAAMMDD, BRANCO = HOJE)..'
               ACCEPT WRK-DATA-FIM-ENTRADA
               DISPLAY 'ALUNO (BRANCO = TODOS)..'
               ACCEPT WRK-ID-PEDIDO
           ELSE
               READ DRIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-DATA-INICIO TO WRK-DATA-INI-ENTRADA
                       MOVE PM-DATA-FIM TO WRK-DATA-FIM-ENTRADA
                       MOVE PM-ID-ALUNO TO WRK-ID-PEDIDO
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
           IF WRK-DATA-INICIO > WRK-DATA-FIM
               DISPLAY 'PERIODO INVALIDO: ' WRK-DATA-INICIO
                   ' A ' WRK-DATA-FIM
               MOVE 8 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
           END-IF.
       0100-LE-PARAMETROS-EXIT.
           EXIT.

       0200-LIBERA-MOVIMENTOS.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           MOVE 'N' TO WRK-FIM-HISTORICO.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.
           PERFORM 0210-LIBERA-REGISTRO
               THRU 0210-LIBERA-REGISTRO-EXIT
               UNTIL FIM-HISTORICO.
           CLOSE MOVEMENT-HISTORY-FILE.
       0200-LIBERA-MOVIMENTOS-EXIT.
           EXIT.

      *    A SEQUENCIA DE LEITURA MANTEM A ORDEM DE REGISTRO ENTRE
      *    MOVIMENTOS DO MESMO ALUNO COM A MESMA DATA EFETIVA
       0210-LIBERA-REGISTRO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           ADD 1 TO WRK-SEQ-ENTRADA.
           IF MV-DATA-EFETIVA NOT NUMERIC
               GO TO 0210-LE-PROXIMO
           END-IF.
           IF MV-DATA-EFETIVA < WRK-DATA-INICIO
               OR MV-DATA-EFETIVA > WRK-DATA-FIM
               GO TO 0210-LE-PROXIMO
           END-IF.
           IF WRK-ID-PEDIDO NOT = SPACES
               AND MV-ID NOT = WRK-ID-PEDIDO
               GO TO 0210-LE-PROXIMO
           END-IF.
           MOVE MV-ID TO MS-ID.
           MOVE MV-DATA-EFETIVA TO MS-DATA-EFETIVA.
           MOVE WRK-SEQ-ENTRADA TO MS-SEQ.
           MOVE MV-TIPO TO MS-TIPO.
           MOVE MV-TURMA-ANTERIOR TO MS-TURMA-ANTERIOR.
           MOVE MV-TURMA-NOVA TO MS-TURMA-NOVA.
           MOVE MV-STATUS-ANTERIOR TO MS-STATUS-ANTERIOR.
           MOVE MV-STATUS-NOVO TO MS-STATUS-NOVO.
           MOVE MV-USUARIO TO MS-USUARIO.
           RELEASE MS-REGISTRO.
       0210-LE-PROXIMO.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET FIM-HISTORICO TO TRUE
           END-READ.
       0210-LIBERA-REGISTRO-EXIT.
           EXIT.

       1000-INICIALIZA.
           OPEN OUTPUT MOVEMENT-REPORT-FILE.
           MOVE WRK-DATA-INICIO TO RL-C1-INICIO.
           MOVE WRK-DATA-FIM TO RL-C1-FIM.
           MOVE WRK-DATA-EXECUCAO TO RL-C1-DATA.
           WRITE RL-LINHA FROM RL-CABECALHO-1.
           IF WRK-ID-PEDIDO NOT = SPACES
               MOVE WRK-ID-PEDIDO TO RL-C2-ID
               WRITE RL-LINHA FROM RL-CABECALHO-2
           END-IF.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           IF ABORTA-EXECUCAO
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STATUS-STUMF = '35'
               DISPLAY 'CADASTRO MESTRE DE ALUNOS INEXISTENTE - '
                   'IMPRESSO SO O CODIGO DO ALUNO'
               SET SEM-STUMF TO TRUE
           END-IF.
           OPEN INPUT MOVEMENT-SORTED-FILE.
           IF WRK-STATUS-MOVSRTF = '35'
               DISPLAY 'ARQUIVO ORDENADO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET FIM-ARQUIVO TO TRUE
           ELSE
               READ MOVEMENT-SORTED-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
               END-READ
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-PROCESSA-MOVIMENTO.
           IF MO-ID NOT = WRK-ID-ANTERIOR
               PERFORM 2100-QUEBRA-ALUNO THRU 2100-QUEBRA-ALUNO-EXIT
           END-IF.
           ADD 1 TO WRK-TOTAL-MOVIMENTOS.
           ADD 1 TO WRK-QTDE-ALUNO.
           MOVE MO-DATA-EFETIVA TO RL-D-DATA.
           IF MO-INCLUSAO
               MOVE 'INCLUSAO' TO RL-D-TIPO
               ADD 1 TO WRK-TOTAL-INCLUSOES
           ELSE
               IF MO-TROCA-TURMA
                   MOVE 'TROCA TURMA' TO RL-D-TIPO
                   ADD 1 TO WRK-TOTAL-TROCAS
               ELSE
                   IF MO-RETIRADA
                       MOVE 'RETIRADA' TO RL-D-TIPO
                       ADD 1 TO WRK-TOTAL-RETIRADAS
                   ELSE
                       IF MO-TRANSFERENCIA
                           MOVE 'TRANSFERENCIA' TO RL-D-TIPO
                           ADD 1 TO WRK-TOTAL-TRANSFERENCIAS
                       ELSE
                           MOVE 'REATIVACAO' TO RL-D-TIPO
                           ADD 1 TO WRK-TOTAL-REATIVACOES
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE MO-TURMA-ANTERIOR TO RL-D-TURMA-ANT.
           MOVE MO-TURMA-NOVA TO RL-D-TURMA-NOVA.
           MOVE MO-STATUS-ANTERIOR TO RL-D-STATUS-ANT.
           MOVE MO-STATUS-NOVO TO RL-D-STATUS-NOVO.
           MOVE MO-USUARIO TO RL-D-USUARIO.
           WRITE RL-LINHA FROM RL-DETALHE.
           READ MOVEMENT-SORTED-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
       2000-PROCESSA-MOVIMENTO-EXIT.
           EXIT.

       2100-QUEBRA-ALUNO.
           IF WRK-ID-ANTERIOR NOT = SPACES
               PERFORM 2200-SUBTOTAL-ALUNO
                   THRU 2200-SUBTOTAL-ALUNO-EXIT
           END-IF.
           MOVE MO-ID TO WRK-ID-ANTERIOR.
           MOVE ZERO TO WRK-QTDE-ALUNO.
           ADD 1 TO WRK-TOTAL-ALUNOS.
           MOVE MO-ID TO RL-A-ID.
           MOVE SPACES TO RL-A-NOME.
           MOVE SPACES TO RL-A-STATUS.
           MOVE SPACES TO RL-A-TURMA.
           IF NOT SEM-STUMF
               MOVE MO-ID TO SM-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE '*** NAO CADASTRADO ***' TO RL-A-NOME
                   NOT INVALID KEY
                       MOVE SM-NOME TO RL-A-NOME
                       MOVE SM-STATUS TO RL-A-STATUS
                       MOVE SM-TURMA TO RL-A-TURMA
               END-READ
           END-IF.
           WRITE RL-LINHA FROM RL-ALUNO.
       2100-QUEBRA-ALUNO-EXIT.
           EXIT.

       2200-SUBTOTAL-ALUNO.
           MOVE WRK-QTDE-ALUNO TO RL-S-TOTAL.
           WRITE RL-LINHA FROM RL-SUBTOTAL.
       2200-SUBTOTAL-ALUNO-EXIT.
           EXIT.

       8000-FINALIZA.
           IF WRK-ID-ANTERIOR NOT = SPACES
               PERFORM 2200-SUBTOTAL-ALUNO
                   THRU 2200-SUBTOTAL-ALUNO-EXIT
           END-IF.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           MOVE WRK-TOTAL-ALUNOS TO RL-R1-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           MOVE WRK-TOTAL-MOVIMENTOS TO RL-R2-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-2.
           MOVE WRK-TOTAL-INCLUSOES TO RL-R3-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-3.
           MOVE WRK-TOTAL-TROCAS TO RL-R4-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-4.
           MOVE WRK-TOTAL-RETIRADAS TO RL-R5-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-5.
           MOVE WRK-TOTAL-TRANSFERENCIAS TO RL-R6-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-6.
           MOVE WRK-TOTAL-REATIVACOES TO RL-R7-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-7.
           DISPLAY 'REGISTROS LIDOS.......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'ALUNOS MOVIMENTADOS...: ' WRK-TOTAL-ALUNOS.
           DISPLAY 'TOTAL DE MOVIMENTOS...: ' WRK-TOTAL-MOVIMENTOS.
           CLOSE MOVEMENT-REPORT-FILE.
           IF NOT ABORTA-EXECUCAO
               IF NOT SEM-STUMF
                   CLOSE STUDENT-MASTER-FILE
               END-IF
               IF WRK-STATUS-MOVSRTF NOT = '35'
                   CLOSE MOVEMENT-SORTED-FILE
               END-IF
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.
