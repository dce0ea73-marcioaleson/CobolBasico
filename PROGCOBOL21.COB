           SELECT BOLETIM-FILE ASSIGN TO "BOLETIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BOLETIMF.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DISCIPLINA
               FILE STATUS IS WRK-STATUS-DISCMF.
           SELECT DEPEND-FILE ASSIGN TO "DEPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPENDF.
           SELECT STANDING-FILE ASSIGN TO "SITACF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CHAVE
               FILE STATUS IS WRK-STATUS-SITACF.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM21F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
           LABEL RECORDS ARE STANDARD.
       01  BL-LINHA                    PIC X(80).

       FD  DISC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DM-REGISTRO.
           05  DM-DISCIPLINA           PIC X(03).
           05  DM-NOME                 PIC X(30).
           05  DM-CARGA-HORARIA        PIC 9(04).
           05  DM-STATUS               PIC X(01).
             88 DM-ATIVA                VALUE 'A'.
             88 DM-INATIVA              VALUE 'I'.

       FD  DEPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  DP-REGISTRO.
           05  DP-ID                   PIC X(06).
           05  DP-DISCIPLINA           PIC X(03).
           05  DP-TERM-CODE            PIC X(06).
           05  DP-MEDIA                PIC 9(02)V9.
           05  DP-TURMA                PIC X(10).
           05  DP-DATA-INCLUSAO        PIC 9(08).

       FD  STANDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  SA-REGISTRO.
           05  SA-CHAVE.
               10  SA-ID               PIC X(06).
               10  SA-TERM-CODE        PIC X(06).
           05  SA-TURMA                PIC X(10).
           05  SA-QTDE-DISC            PIC 9(03).
           05  SA-CARGA-HORARIA        PIC 9(05).
           05  SA-GPA-TERMO            PIC 9(01)V99.
           05  SA-GPA-ACUMULADO        PIC 9(01)V99.
           05  SA-CLASSIFICACAO        PIC X(01).
             88 SA-REGULAR              VALUE 'R'.
             88 SA-ADVERTENCIA          VALUE 'A'.
             88 SA-PROBACAO             VALUE 'P'.
             88 SA-LIBERADO             VALUE 'L'.
           05  SA-CLASSIF-ANTERIOR     PIC X(01).
           05  SA-TERMOS-ABAIXO        PIC 9(02).
           05  SA-DATA-CLASSIFICACAO   PIC 9(08).
           05  SA-DATA-ATUALIZACAO     PIC 9(08).

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
       77 WRK-TOTAL-ALUNOS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-DISCIPLINAS   PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-FORA-TURMA    PIC 9(05) COMP VALUE ZERO.
       77 WRK-STATUS-DISCMF       PIC X(02) VALUE SPACES.
       77 WRK-SEM-DISCMF          PIC X(01) VALUE 'N'.
         88 SEM-DISCMF            VALUE 'S'.
       77 WRK-NOME-DISC           PIC X(30) VALUE SPACES.
       77 WRK-DISC-BUSCA          PIC X(03) VALUE SPACES.
       77 WRK-STATUS-DEPENDF      PIC X(02) VALUE SPACES.
       77 WRK-FIM-DEPEND          PIC X(01) VALUE 'N'.
         88 FIM-DEPEND            VALUE 'S'.
       77 WRK-QTDE-DEPEND         PIC 9(05) COMP VALUE ZERO.
       77 WRK-IDX-DEPEND          PIC 9(05) COMP VALUE ZERO.
       77 WRK-STATUS-SITACF       PIC X(02) VALUE SPACES.
       77 WRK-SEM-SITACF          PIC X(01) VALUE 'N'.
         88 SEM-SITACF            VALUE 'S'.
       77 WRK-FIM-SITUACAO        PIC X(01) VALUE 'N'.
         88 FIM-SITUACAO          VALUE 'S'.
       77 WRK-SITUACAO-ACHADA     PIC X(01) VALUE 'N'.
         88 SITUACAO-ACHADA       VALUE 'S'.
       77 WRK-SIT-TERMO           PIC X(06) VALUE SPACES.
       77 WRK-SIT-CLASSIFICACAO   PIC X(01) VALUE SPACES.
       77 WRK-SIT-GPA-TERMO       PIC 9(01)V99 VALUE ZEROS.
       77 WRK-SIT-GPA-ACUMULADO   PIC 9(01)V99 VALUE ZEROS.

       01  WRK-NOTAS-ALUNO.
           05  WRK-NOTA-AVAL       PIC 9(02) OCCURS 3 TIMES.
               10  WRK-TAB-DISC        PIC X(03).
               10  WRK-TAB-NOTA        PIC 9(02).

       01  WRK-TABELA-DEPENDENCIAS.
           05  WRK-DEP-ELEM OCCURS 2000 TIMES.
               10  WRK-DEP-ID          PIC X(06).
               10  WRK-DEP-DISC        PIC X(03).
               10  WRK-DEP-TERMO       PIC X(06).
               10  WRK-DEP-MEDIA       PIC 9(02)V9.

       01  BL-CABECALHO-1.
           05  FILLER              PIC X(24) VALUE
               'BOLETIM ESCOLAR - TURMA '.
           05  FILLER              PIC X(33) VALUE SPACES.

       01  BL-DETALHE.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BL-D-NOME-DISC      PIC X(25).
           05  FILLER              PIC X(04) VALUE ' N1 '.
           05  BL-D-NOTA1          PIC Z9.
           05  FILLER              PIC X(04) VALUE ' N2 '.
           05  BL-D-LETRA          PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BL-D-STATUS         PIC X(12).
           05  FILLER              PIC X(04) VALUE SPACES.

       01  BL-RECUPERACAO.
           05  FILLER              PIC X(22) VALUE
           05  FILLER              PIC X(12) VALUE ' DISCIPLINAS'.
           05  FILLER              PIC X(32) VALUE SPACES.

       01  BL-DEPENDENCIA.
           05  FILLER              PIC X(13) VALUE 'DEPENDENCIA: '.
           05  BL-DP-NOME-DISC     PIC X(30).
           05  FILLER              PIC X(07) VALUE ' TERMO '.
           05  BL-DP-TERMO         PIC X(06).
           05  FILLER              PIC X(07) VALUE ' MEDIA '.
           05  BL-DP-MEDIA         PIC Z9.9.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  BL-SITUACAO.
           05  FILLER              PIC X(25) VALUE
               'SITUACAO ACADEMICA....: '.
           05  BL-SA-SITUACAO      PIC X(11).
           05  FILLER              PIC X(07) VALUE ' TERMO '.
           05  BL-SA-TERMO         PIC X(06).
           05  FILLER              PIC X(11) VALUE ' GPA TERMO '.
           05  BL-SA-GPA-TERMO     PIC 9.99.
           05  FILLER              PIC X(11) VALUE ' GPA ACUM. '.
           05  BL-SA-GPA-ACUM      PIC 9.99.
           05  FILLER              PIC X(01) VALUE SPACES.

       01  BL-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '-'.
       PROCEDURE DIVISION.
               THRU 1300-CARREGA-FREQUENCIA-EXIT.
           PERFORM 1400-CARREGA-NOTAS-EXAME
               THRU 1400-CARREGA-NOTAS-EXAME-EXIT.
           PERFORM 1500-CARREGA-DEPENDENCIAS
               THRU 1500-CARREGA-DEPENDENCIAS-EXIT.
           IF ABORTA-EXECUCAO
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT DISC-MASTER-FILE.
           IF WRK-STATUS-DISCMF = '35'
               DISPLAY 'CADASTRO MESTRE DE DISCIPLINAS INEXISTENTE - '
                   'IMPRESSO O CODIGO DA DISCIPLINA'
               SET SEM-DISCMF TO TRUE
           END-IF.
           OPEN INPUT STANDING-FILE.
           IF WRK-STATUS-SITACF = '35'
               DISPLAY 'ARQUIVO DE SITUACAO ACADEMICA INEXISTENTE - '
                   'BOLETIM SEM SITUACAO ACADEMICA'
               SET SEM-SITACF TO TRUE
           END-IF.
           OPEN INPUT BOLETIM-SORTED-FILE.
           IF WRK-STATUS-BOLSF = '35'
               DISPLAY 'ARQUIVO ORDENADO INEXISTENTE'
       1410-GUARDA-NOTA-EXIT.
           EXIT.

       1500-CARREGA-DEPENDENCIAS.
           MOVE ZERO TO WRK-QTDE-DEPEND.
           MOVE 'N' TO WRK-FIM-DEPEND.
           OPEN INPUT DEPEND-FILE.
           IF WRK-STATUS-DEPENDF = '35'
               GO TO 1500-CARREGA-DEPENDENCIAS-EXIT
           END-IF.
           READ DEPEND-FILE
               AT END
                   SET FIM-DEPEND TO TRUE
           END-READ.
           PERFORM 1510-GUARDA-DEPENDENCIA
               THRU 1510-GUARDA-DEPENDENCIA-EXIT
               UNTIL FIM-DEPEND.
           CLOSE DEPEND-FILE.
       1500-CARREGA-DEPENDENCIAS-EXIT.
           EXIT.

       1510-GUARDA-DEPENDENCIA.
           IF WRK-QTDE-DEPEND < 2000
               ADD 1 TO WRK-QTDE-DEPEND
               MOVE DP-ID TO WRK-DEP-ID (WRK-QTDE-DEPEND)
               MOVE DP-DISCIPLINA TO WRK-DEP-DISC (WRK-QTDE-DEPEND)
               MOVE DP-TERM-CODE TO WRK-DEP-TERMO (WRK-QTDE-DEPEND)
               MOVE DP-MEDIA TO WRK-DEP-MEDIA (WRK-QTDE-DEPEND)
           ELSE
               DISPLAY 'TABELA DE DEPENDENCIAS CHEIA - '
                   'EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               SET FIM-DEPEND TO TRUE
               GO TO 1510-GUARDA-DEPENDENCIA-EXIT
           END-IF.
           READ DEPEND-FILE
               AT END
                   SET FIM-DEPEND TO TRUE
           END-READ.
       1510-GUARDA-DEPENDENCIA-EXIT.
           EXIT.

       2000-PROCESSA-NOTA.
           IF BO-ID NOT = WRK-ID-ATUAL
               IF WRK-ID-ATUAL NOT = SPACES AND ALUNO-NA-TURMA
                   END-IF
               END-IF
           END-IF.
           MOVE BO-DISCIPLINA TO WRK-DISC-BUSCA.
           PERFORM 2500-BUSCA-NOME-DISC
               THRU 2500-BUSCA-NOME-DISC-EXIT.
           MOVE WRK-NOME-DISC TO BL-D-NOME-DISC.
           MOVE BO-NOTA1 TO BL-D-NOTA1.
           MOVE BO-NOTA2 TO BL-D-NOTA2.
           MOVE BO-NOTA3 TO BL-D-NOTA3.
       2420-COMPARA-NOTA-EXIT.
           EXIT.

       2500-BUSCA-NOME-DISC.
           MOVE WRK-DISC-BUSCA TO WRK-NOME-DISC.
           IF SEM-DISCMF
               GO TO 2500-BUSCA-NOME-DISC-EXIT
           END-IF.
           MOVE WRK-DISC-BUSCA TO DM-DISCIPLINA.
           READ DISC-MASTER-FILE
               INVALID KEY
                   GO TO 2500-BUSCA-NOME-DISC-EXIT
           END-READ.
           IF DM-NOME NOT = SPACES
               MOVE DM-NOME TO WRK-NOME-DISC
           END-IF.
       2500-BUSCA-NOME-DISC-EXIT.
           EXIT.

       2200-FECHA-ALUNO.
           IF WRK-QTDE-DISC-ALUNO > 0
               COMPUTE WRK-MEDIA-GERAL ROUNDED =
           MOVE WRK-MEDIA-GERAL TO BL-R1-MEDIA.
           MOVE WRK-QTDE-DISC-ALUNO TO BL-R1-QTDE.
           WRITE BL-LINHA FROM BL-RODAPE-1.
           MOVE ZERO TO WRK-IDX-DEPEND.
           PERFORM 2210-IMPRIME-DEPENDENCIA
               THRU 2210-IMPRIME-DEPENDENCIA-EXIT
               UNTIL WRK-IDX-DEPEND >= WRK-QTDE-DEPEND.
           PERFORM 2250-IMPRIME-SITUACAO
               THRU 2250-IMPRIME-SITUACAO-EXIT.
       2200-FECHA-ALUNO-EXIT.
           EXIT.

       2210-IMPRIME-DEPENDENCIA.
           ADD 1 TO WRK-IDX-DEPEND.
           IF WRK-DEP-ID (WRK-IDX-DEPEND) NOT = WRK-ID-ATUAL
               GO TO 2210-IMPRIME-DEPENDENCIA-EXIT
           END-IF.
           MOVE WRK-DEP-DISC (WRK-IDX-DEPEND) TO WRK-DISC-BUSCA.
           PERFORM 2500-BUSCA-NOME-DISC
               THRU 2500-BUSCA-NOME-DISC-EXIT.
           MOVE WRK-NOME-DISC TO BL-DP-NOME-DISC.
           MOVE WRK-DEP-TERMO (WRK-IDX-DEPEND) TO BL-DP-TERMO.
           MOVE WRK-DEP-MEDIA (WRK-IDX-DEPEND) TO BL-DP-MEDIA.
           WRITE BL-LINHA FROM BL-DEPENDENCIA.
       2210-IMPRIME-DEPENDENCIA-EXIT.
           EXIT.

      *    SITUACAO ACADEMICA DO ULTIMO TERMO CLASSIFICADO DO ALUNO
      *    ATE O TERMO DO BOLETIM (SITACF)
       2250-IMPRIME-SITUACAO.
           IF SEM-SITACF
               GO TO 2250-IMPRIME-SITUACAO-EXIT
           END-IF.
           MOVE 'N' TO WRK-SITUACAO-ACHADA.
           MOVE 'N' TO WRK-FIM-SITUACAO.
           MOVE WRK-ID-ATUAL TO SA-ID.
           MOVE LOW-VALUES TO SA-TERM-CODE.
           START STANDING-FILE KEY NOT LESS THAN SA-CHAVE
               INVALID KEY
                   SET FIM-SITUACAO TO TRUE
           END-START.
           IF NOT FIM-SITUACAO
               READ STANDING-FILE NEXT RECORD
                   AT END
                       SET FIM-SITUACAO TO TRUE
               END-READ
           END-IF.
           PERFORM 2260-GUARDA-SITUACAO
               THRU 2260-GUARDA-SITUACAO-EXIT
               UNTIL FIM-SITUACAO.
           IF NOT SITUACAO-ACHADA
               GO TO 2250-IMPRIME-SITUACAO-EXIT
           END-IF.
           IF WRK-SIT-CLASSIFICACAO = 'R'
               MOVE 'REGULAR' TO BL-SA-SITUACAO
           ELSE
               IF WRK-SIT-CLASSIFICACAO = 'A'
                   MOVE 'ADVERTENCIA' TO BL-SA-SITUACAO
               ELSE
                   IF WRK-SIT-CLASSIFICACAO = 'P'
                       MOVE 'PROBACAO' TO BL-SA-SITUACAO
                   ELSE
                       MOVE 'LIBERADO' TO BL-SA-SITUACAO
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-SIT-TERMO TO BL-SA-TERMO.
           MOVE WRK-SIT-GPA-TERMO TO BL-SA-GPA-TERMO.
           MOVE WRK-SIT-GPA-ACUMULADO TO BL-SA-GPA-ACUM.
           WRITE BL-LINHA FROM BL-SITUACAO.
       2250-IMPRIME-SITUACAO-EXIT.
           EXIT.

       2260-GUARDA-SITUACAO.
           IF SA-ID NOT = WRK-ID-ATUAL
               SET FIM-SITUACAO TO TRUE
               GO TO 2260-GUARDA-SITUACAO-EXIT
           END-IF.
           IF WRK-TERM-CODE NOT = SPACES
               AND SA-TERM-CODE > WRK-TERM-CODE
               SET FIM-SITUACAO TO TRUE
               GO TO 2260-GUARDA-SITUACAO-EXIT
           END-IF.
           SET SITUACAO-ACHADA TO TRUE.
           MOVE SA-TERM-CODE TO WRK-SIT-TERMO.
           MOVE SA-CLASSIFICACAO TO WRK-SIT-CLASSIFICACAO.
           MOVE SA-GPA-TERMO TO WRK-SIT-GPA-TERMO.
           MOVE SA-GPA-ACUMULADO TO WRK-SIT-GPA-ACUMULADO.
           READ STANDING-FILE NEXT RECORD
               AT END
                   SET FIM-SITUACAO TO TRUE
           END-READ.
       2260-GUARDA-SITUACAO-EXIT.
           EXIT.

       3000-CONVERTE-LETRA-GPA.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZERO TO WRK-IDX-FAIXA.
                   CLOSE BOLETIM-SORTED-FILE
               END-IF
               CLOSE BOLETIM-FILE
               IF NOT SEM-DISCMF
                   CLOSE DISC-MASTER-FILE
               END-IF
               IF NOT SEM-SITACF
                   CLOSE STANDING-FILE
               END-IF
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.
