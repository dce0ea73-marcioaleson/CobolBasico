           SELECT GRADE-POLICY-FILE ASSIGN TO "GRDPOLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRDPOLF.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DISCIPLINA
               FILE STATUS IS WRK-STATUS-DISCMF.
           SELECT DEPEND-FILE ASSIGN TO "DEPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPENDF.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM14F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
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

       FD  DEPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  DP-REGISTRO.
           05  DP-ID                   PIC X(06).
           05  DP-DISCIPLINA           PIC X(03).
           05  DP-TERM-CODE            PIC X(06).
           05  DP-MEDIA                PIC 9(02)V9.
           05  DP-TURMA                PIC X(10).
           05  DP-DATA-INCLUSAO        PIC 9(08).

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
         88 FIM-HIST              VALUE 'S'.
       77 WRK-SEM-HISTORICO       PIC X(01) VALUE 'N'.
         88 SEM-HISTORICO         VALUE 'S'.
       77 WRK-ABORTA-EXECUCAO     PIC X(01) VALUE 'N'.
         88 ABORTA-EXECUCAO       VALUE 'S'.
       77 WRK-TEM-ANTERIOR        PIC X(01) VALUE 'N'.
         88 TEM-ANTERIOR          VALUE 'S'.
       77 WRK-ANT-ID              PIC X(06) VALUE SPACES.
       77 WRK-QTDE-POLITICAS      PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-POL             PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-FAIXA           PIC 9(01) COMP VALUE ZERO.
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

       01  WRK-FAIXAS-LETRA.
           05  WRK-FAIXA OCCURS 6 TIMES.
                   15  WRK-POL-LETRA   PIC X(01).
                   15  WRK-POL-GPA     PIC 9(01)V9.

       01  WRK-TABELA-DEPENDENCIAS.
           05  WRK-DEP-ELEM OCCURS 2000 TIMES.
               10  WRK-DEP-ID          PIC X(06).
               10  WRK-DEP-DISC        PIC X(03).
               10  WRK-DEP-TERMO       PIC X(06).
               10  WRK-DEP-MEDIA       PIC 9(02)V9.

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(21) VALUE
               'HISTORICO ESCOLAR -  '.
           05  FILLER              PIC X(68) VALUE SPACES.

       01  RL-DETALHE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-D-NOME-DISC      PIC X(30).
           05  FILLER              PIC X(07) VALUE ' MEDIA '.
           05  RL-D-MEDIA          PIC Z9.9.
           05  FILLER              PIC X(07) VALUE ' LETRA '.
           05  RL-D-LETRA          PIC X(01).
           05  FILLER              PIC X(05) VALUE ' GPA '.
           05  RL-D-GPA            PIC 9.9.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  RL-MEDIA-TERMO.
           05  FILLER              PIC X(25) VALUE
           05  FILLER              PIC X(07) VALUE ' TERMOS'.
           05  FILLER              PIC X(31) VALUE SPACES.

       01  RL-DEPENDENCIA.
           05  FILLER              PIC X(13) VALUE 'DEPENDENCIA: '.
           05  RL-DP-NOME-DISC     PIC X(30).
           05  FILLER              PIC X(07) VALUE ' TERMO '.
           05  RL-DP-TERMO         PIC X(06).
           05  FILLER              PIC X(07) VALUE ' MEDIA '.
           05  RL-DP-MEDIA         PIC Z9.9.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  RL-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '-'.
       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
           PERFORM 2000-PROCESSA-HISTORICO
               THRU 2000-PROCESSA-HISTORICO-EXIT
               UNTIL FIM-ARQUIVO OR ABORTA-EXECUCAO.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT.
           GOBACK.

       1000-INICIALIZA.
           PERFORM 1200-CARREGA-POLITICAS
               THRU 1200-CARREGA-POLITICAS-EXIT.
           PERFORM 1300-CARREGA-DEPENDENCIAS
               THRU 1300-CARREGA-DEPENDENCIAS-EXIT.
           IF NOT SEM-HISTORICO
               OPEN INPUT GRADE-SORTED-FILE
               IF WRK-STATUS-GRADESF = '35'
               END-IF
           END-IF.
           OPEN OUTPUT TRANSCRIPT-FILE.
           OPEN INPUT DISC-MASTER-FILE.
           IF WRK-STATUS-DISCMF = '35'
               DISPLAY 'CADASTRO MESTRE DE DISCIPLINAS INEXISTENTE - '
                   'IMPRESSO O CODIGO DA DISCIPLINA'
               SET SEM-DISCMF TO TRUE
           END-IF.
           IF NOT FIM-ARQUIVO
               READ GRADE-SORTED-FILE
                   AT END
       1230-GUARDA-FAIXA-EXIT.
           EXIT.

       1300-CARREGA-DEPENDENCIAS.
           OPEN INPUT DEPEND-FILE.
           IF WRK-STATUS-DEPENDF = '35'
               GO TO 1300-CARREGA-DEPENDENCIAS-EXIT
           END-IF.
           READ DEPEND-FILE
               AT END
                   SET FIM-DEPEND TO TRUE
           END-READ.
           PERFORM 1310-GUARDA-DEPENDENCIA
               THRU 1310-GUARDA-DEPENDENCIA-EXIT
               UNTIL FIM-DEPEND.
           CLOSE DEPEND-FILE.
       1300-CARREGA-DEPENDENCIAS-EXIT.
           EXIT.

       1310-GUARDA-DEPENDENCIA.
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
               GO TO 1310-GUARDA-DEPENDENCIA-EXIT
           END-IF.
           READ DEPEND-FILE
               AT END
                   SET FIM-DEPEND TO TRUE
           END-READ.
       1310-GUARDA-DEPENDENCIA-EXIT.
           EXIT.

       2000-PROCESSA-HISTORICO.
           IF WRK-ID-PEDIDO NOT = SPACES
               AND GO-ID NOT = WRK-ID-PEDIDO
           MOVE WRK-GPA-ACUMULADO TO RL-R1-GPA.
           MOVE WRK-QTDE-TERMOS TO RL-R1-TERMOS.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           MOVE ZERO TO WRK-IDX-DEPEND.
           PERFORM 2260-IMPRIME-DEPENDENCIA
               THRU 2260-IMPRIME-DEPENDENCIA-EXIT
               UNTIL WRK-IDX-DEPEND >= WRK-QTDE-DEPEND.
           WRITE RL-LINHA FROM RL-SEPARADOR.
       2200-FECHA-ALUNO-EXIT.
           EXIT.

       2260-IMPRIME-DEPENDENCIA.
           ADD 1 TO WRK-IDX-DEPEND.
           IF WRK-DEP-ID (WRK-IDX-DEPEND) NOT = WRK-ID-ATUAL
               GO TO 2260-IMPRIME-DEPENDENCIA-EXIT
           END-IF.
           MOVE WRK-DEP-DISC (WRK-IDX-DEPEND) TO WRK-DISC-BUSCA.
           PERFORM 2500-BUSCA-NOME-DISC
               THRU 2500-BUSCA-NOME-DISC-EXIT.
           MOVE WRK-NOME-DISC TO RL-DP-NOME-DISC.
           MOVE WRK-DEP-TERMO (WRK-IDX-DEPEND) TO RL-DP-TERMO.
           MOVE WRK-DEP-MEDIA (WRK-IDX-DEPEND) TO RL-DP-MEDIA.
           WRITE RL-LINHA FROM RL-DEPENDENCIA.
       2260-IMPRIME-DEPENDENCIA-EXIT.
           EXIT.

       2300-IMPRIME-DISCIPLINA.
           IF WRK-ANT-ID NOT = WRK-ID-ATUAL
               IF WRK-ID-ATUAL NOT = SPACES
           ADD 1 TO WRK-QTDE-DISC-ALUNO.
           ADD WRK-MEDIA TO WRK-SOMA-MEDIA-TERMO.
           ADD 1 TO WRK-QTDE-DISC-TERMO.
           MOVE WRK-ANT-DISC TO WRK-DISC-BUSCA.
           PERFORM 2500-BUSCA-NOME-DISC
               THRU 2500-BUSCA-NOME-DISC-EXIT.
           MOVE WRK-NOME-DISC TO RL-D-NOME-DISC.
           MOVE WRK-MEDIA TO RL-D-MEDIA.
           MOVE WRK-LETRA TO RL-D-LETRA.
           MOVE WRK-GPA TO RL-D-GPA.
       2430-COPIA-FAIXA-PADRAO-EXIT.
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

       3000-CONVERTE-LETRA-GPA.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZERO TO WRK-IDX-FAIXA.
           EXIT.

       8000-FINALIZA.
           IF ABORTA-EXECUCAO
               GO TO 8000-FECHA-ARQUIVOS
           END-IF.
           IF TEM-ANTERIOR
               PERFORM 2300-IMPRIME-DISCIPLINA
                   THRU 2300-IMPRIME-DISCIPLINA-EXIT
               PERFORM 2200-FECHA-ALUNO THRU 2200-FECHA-ALUNO-EXIT
           END-IF.
           DISPLAY 'TOTAL DE ALUNOS IMPRESSOS: ' WRK-TOTAL-ALUNOS.
       8000-FECHA-ARQUIVOS.
           IF NOT SEM-HISTORICO
               CLOSE GRADE-SORTED-FILE
           END-IF.
           CLOSE TRANSCRIPT-FILE.
           IF NOT SEM-DISCMF
               CLOSE DISC-MASTER-FILE
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.
