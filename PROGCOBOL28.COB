       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL28.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: PROGRESSAO DE SERIE NO FECHAMENTO DO ANO LETIVO
      *          (PROMOCAO / DEPENDENCIA / RETENCAO) E BAIXA DAS
      *          DEPENDENCIAS CUMPRIDAS (DEPENDF)
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRADEHF.
           SELECT GRADE-SORT-FILE ASSIGN TO "SRTWKE".
           SELECT GRADE-SORTED-FILE ASSIGN TO "PROGGSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROGGSF.
           SELECT DEPEND-FILE ASSIGN TO "DEPENDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPENDF.
           SELECT DEPEND-SORT-FILE ASSIGN TO "SRTWKF".
           SELECT DEPEND-SORTED-FILE ASSIGN TO "DEPENDSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPENDSF.
           SELECT FINAL-RESULT-FILE ASSIGN TO "PROGRSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROGRSF.
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
           SELECT PROGRESSION-FILE ASSIGN TO "PROGTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROGTF.
           SELECT STUDENT-MAINT-FILE ASSIGN TO "STUMTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-STUMTF.
           SELECT GRADE-POLICY-FILE ASSIGN TO "GRDPOLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRDPOLF.
           SELECT PROMOTION-REPORT-FILE ASSIGN TO "PROGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROGREL.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM28F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  GH-REGISTRO.
           05  GH-ID                   PIC X(06).
           05  GH-TERM-CODE            PIC X(06).
           05  GH-MEDIA                PIC 9(02)V9.
           05  GH-DISCIPLINA           PIC X(03).
           05  GH-SITUACAO             PIC X(01).
             88 GH-VIGENTE              VALUE 'V'.
             88 GH-SUPERADO             VALUE 'S'.

       SD  GRADE-SORT-FILE.
       01  GS-REGISTRO.
           05  GS-ID                   PIC X(06).
           05  GS-DISCIPLINA           PIC X(03).
           05  GS-TERM-CODE            PIC X(06).
           05  GS-MEDIA                PIC 9(02)V9.
           05  GS-SEQ                  PIC 9(07).

       FD  GRADE-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  GO-REGISTRO.
           05  GO-ID                   PIC X(06).
           05  GO-DISCIPLINA           PIC X(03).
           05  GO-TERM-CODE            PIC X(06).
           05  GO-MEDIA                PIC 9(02)V9.
           05  GO-SEQ                  PIC 9(07).

       FD  DEPEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  DP-REGISTRO.
           05  DP-ID                   PIC X(06).
           05  DP-DISCIPLINA           PIC X(03).
           05  DP-TERM-CODE            PIC X(06).
           05  DP-MEDIA                PIC 9(02)V9.
           05  DP-TURMA                PIC X(10).
           05  DP-DATA-INCLUSAO        PIC 9(08).

       SD  DEPEND-SORT-FILE.
       01  DS-REGISTRO.
           05  DS-ID                   PIC X(06).
           05  DS-DISCIPLINA           PIC X(03).
           05  DS-TERM-CODE            PIC X(06).
           05  DS-MEDIA                PIC 9(02)V9.
           05  DS-TURMA                PIC X(10).
           05  DS-DATA-INCLUSAO        PIC 9(08).

       FD  DEPEND-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  DO-REGISTRO.
           05  DO-ID                   PIC X(06).
           05  DO-DISCIPLINA           PIC X(03).
           05  DO-TERM-CODE            PIC X(06).
           05  DO-MEDIA                PIC 9(02)V9.
           05  DO-TURMA                PIC X(10).
           05  DO-DATA-INCLUSAO        PIC 9(08).

       FD  FINAL-RESULT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FR-REGISTRO.
           05  FR-ID                   PIC X(06).
           05  FR-DISCIPLINA           PIC X(03).
           05  FR-MEDIA                PIC 9(02)V9.
           05  FR-RESULTADO            PIC X(01).
             88 FR-APROVADO             VALUE 'A'.
             88 FR-REPROVADO            VALUE 'R'.

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

       FD  PROGRESSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  PG-REGISTRO.
           05  PG-TURMA-ORIGEM         PIC X(10).
           05  PG-TURMA-PROMOCAO       PIC X(10).
           05  PG-TURMA-RETENCAO       PIC X(10).

       FD  STUDENT-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TM-REGISTRO.
           05  TM-TIPO-TRANS           PIC X(01).
             88 TM-INCLUSAO             VALUE 'A'.
             88 TM-ALTERACAO            VALUE 'C'.
             88 TM-DESLIGAMENTO         VALUE 'D'.
           05  TM-ID                   PIC X(06).
           05  TM-NOME                 PIC X(30).
           05  TM-STATUS               PIC X(01).
           05  TM-TURMA                PIC X(10).
           05  TM-DATA-EFETIVA         PIC 9(08).
           05  TM-USUARIO              PIC X(20).

       FD  GRADE-POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PL-REGISTRO.
           05  PL-TERM-CODE            PIC X(06).
           05  PL-QTDE-AVAL            PIC 9(01).
           05  PL-PESO-AVAL            PIC 9(01)V99 OCCURS 3 TIMES.
           05  PL-NOTA-APROVACAO       PIC 9(02)V9.
           05  PL-NOTA-RECUPERACAO     PIC 9(02)V9.
           05  PL-FAIXA OCCURS 6 TIMES.
               10  PL-FAIXA-MINIMA     PIC 9(02)V9.
               10  PL-FAIXA-LETRA      PIC X(01).
               10  PL-FAIXA-GPA        PIC 9(01)V9.

       FD  PROMOTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-LINHA                    PIC X(80).

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-MODO                 PIC X(01).
           05  PM-TERM-CODE            PIC X(06).
           05  PM-MAX-REPROVACOES      PIC X(02).
           05  FILLER                  PIC X(31).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-GRADEHF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PROGGSF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPENDF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DEPENDSF     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PROGRSF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STUMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TURMAF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PROGTF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STUMTF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GRDPOLF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PROGREL      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PARMF        PIC X(02) VALUE SPACES.
       77 WRK-MODO                PIC X(01) VALUE SPACES.
         88 MODO-PROGRESSAO       VALUE 'P'.
         88 MODO-BAIXA            VALUE 'B'.
       77 WRK-TERMO-FECHAMENTO    PIC X(06) VALUE SPACES.
       77 WRK-PARM-MAX            PIC X(02) VALUE SPACES.
       77 WRK-MAX-REPROVACOES     PIC 9(02) VALUE 2.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-ABORTA-EXECUCAO     PIC X(01) VALUE 'N'.
         88 ABORTA-EXECUCAO       VALUE 'S'.
       77 WRK-FIM-HIST            PIC X(01) VALUE 'N'.
         88 FIM-HIST              VALUE 'S'.
       77 WRK-FIM-GRADE           PIC X(01) VALUE 'N'.
         88 FIM-GRADE             VALUE 'S'.
       77 WRK-FIM-DEPEND          PIC X(01) VALUE 'N'.
         88 FIM-DEPEND            VALUE 'S'.
       77 WRK-FIM-RESULTADO       PIC X(01) VALUE 'N'.
         88 FIM-RESULTADO         VALUE 'S'.
       77 WRK-FIM-MESTRE          PIC X(01) VALUE 'N'.
         88 FIM-MESTRE            VALUE 'S'.
       77 WRK-FIM-PROGRESSAO      PIC X(01) VALUE 'N'.
         88 FIM-PROGRESSAO        VALUE 'S'.
       77 WRK-FIM-POLITICA        PIC X(01) VALUE 'N'.
         88 FIM-POLITICA          VALUE 'S'.
       77 WRK-SEM-DEPENDF         PIC X(01) VALUE 'N'.
         88 SEM-DEPENDF           VALUE 'S'.
       77 WRK-POLITICA-ACHADA     PIC X(01) VALUE 'N'.
         88 POLITICA-ACHADA       VALUE 'S'.
       77 WRK-PROGRESSAO-ACHADA   PIC X(01) VALUE 'N'.
         88 PROGRESSAO-ACHADA     VALUE 'S'.
       77 WRK-TURMA-ACHADA        PIC X(01) VALUE 'N'.
         88 TURMA-ACHADA          VALUE 'S'.
       77 WRK-ALUNO-NO-FECHAMENTO PIC X(01) VALUE 'N'.
         88 ALUNO-NO-FECHAMENTO   VALUE 'S'.
       77 WRK-TURMAF-ABERTO       PIC X(01) VALUE 'N'.
         88 TURMAF-ABERTO         VALUE 'S'.
       77 WRK-STUMF-ABERTO        PIC X(01) VALUE 'N'.
         88 STUMF-ABERTO          VALUE 'S'.
       77 WRK-PARM-MAX-INVALIDO   PIC X(01) VALUE 'N'.
         88 PARM-MAX-INVALIDO     VALUE 'S'.
       77 WRK-ALUNO-REPROCESSADO  PIC X(01) VALUE 'N'.
         88 ALUNO-REPROCESSADO    VALUE 'S'.
       77 WRK-FIM-MANUTENCAO      PIC X(01) VALUE 'N'.
         88 FIM-MANUTENCAO        VALUE 'S'.
       77 WRK-TROCA-ACHADA        PIC X(01) VALUE 'N'.
         88 TROCA-ACHADA          VALUE 'S'.
       77 WRK-SEQ-ENTRADA         PIC 9(07) VALUE ZEROS.
       77 WRK-CHAVE-GRUPO         PIC X(09) VALUE SPACES.
       77 WRK-CHAVE-PEND          PIC X(09) VALUE HIGH-VALUES.
       77 WRK-ULTIMA-PEND         PIC X(15) VALUE SPACES.
       77 WRK-TERMO-GRUPO         PIC X(06) VALUE SPACES.
       77 WRK-MAIOR-TERMO-APROV   PIC X(06) VALUE SPACES.
       77 WRK-MEDIA-FINAL         PIC 9(02)V9 VALUE ZEROS.
       77 WRK-NOTA-APROVACAO      PIC 9(02)V9 VALUE 6.0.
       77 WRK-QTDE-POLITICAS      PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-POL             PIC 9(03) COMP VALUE ZERO.
       77 WRK-QTDE-PROGRESSAO     PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-PROG            PIC 9(03) COMP VALUE ZERO.
       77 WRK-QTDE-TURMAS         PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-TURMA           PIC 9(03) COMP VALUE ZERO.
       77 WRK-QTDE-CURSADAS       PIC 9(03) COMP VALUE ZERO.
       77 WRK-QTDE-REPROV         PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-REPROV          PIC 9(03) COMP VALUE ZERO.
       77 WRK-QTDE-TROCAS         PIC 9(05) COMP VALUE ZERO.
       77 WRK-IDX-TROCA           PIC 9(05) COMP VALUE ZERO.
       77 WRK-ID-TROCA            PIC X(06) VALUE SPACES.
       77 WRK-TURMA-ORIGEM        PIC X(10) VALUE SPACES.
       77 WRK-TURMA-DESTINO       PIC X(10) VALUE SPACES.
       77 WRK-SITUACAO-ALUNO      PIC X(14) VALUE SPACES.
       77 WRK-TOTAL-ALUNOS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-PROMOVIDOS    PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-DEPENDENCIA   PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-RETIDOS       PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-SEM-DESTINO   PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-DEP-GERADAS   PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-DEP-CUMPRIDAS PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-DEP-PENDENTES PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-ENCERRADAS    PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-DEP-EXCEDENTES PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-JA-PENDENTES  PIC 9(05) COMP VALUE ZERO.

       01  WRK-TABELA-POLITICAS.
           05  WRK-POL-ELEM OCCURS 50 TIMES.
               10  WRK-POL-TERMO       PIC X(06).
               10  WRK-POL-APROVACAO   PIC 9(02)V9.

       01  WRK-TABELA-PROGRESSAO.
           05  WRK-PROG-ELEM OCCURS 200 TIMES.
               10  WRK-PROG-ORIGEM     PIC X(10).
               10  WRK-PROG-PROMOCAO   PIC X(10).
               10  WRK-PROG-RETENCAO   PIC X(10).

       01  WRK-TABELA-TURMAS.
           05  WRK-TT-ELEM OCCURS 200 TIMES.
               10  WRK-TT-TURMA        PIC X(10).
               10  WRK-TT-PROMOVIDOS   PIC 9(05) COMP.
               10  WRK-TT-DEPENDENCIA  PIC 9(05) COMP.
               10  WRK-TT-RETIDOS      PIC 9(05) COMP.
               10  WRK-TT-DEP-GERADAS  PIC 9(05) COMP.
               10  WRK-TT-PENDENTES    PIC 9(05) COMP.

       01  WRK-TABELA-TROCAS.
           05  WRK-TROCA-ELEM OCCURS 5000 TIMES.
               10  WRK-TROCA-ID        PIC X(06).
               10  WRK-TROCA-TURMA     PIC X(10).

       01  WRK-TABELA-REPROV.
           05  WRK-REP-ELEM OCCURS 20 TIMES.
               10  WRK-REP-DISC        PIC X(03).
               10  WRK-REP-MEDIA       PIC 9(02)V9.

       01  RL-CABECALHO-1.
           05  RL-C1-TITULO        PIC X(28).
           05  RL-C1-TERMO         PIC X(06).
           05  FILLER              PIC X(08) VALUE ' - DATA '.
           05  RL-C1-DATA          PIC 9(08).
           05  FILLER              PIC X(14) VALUE ' - MAX REPROV '.
           05  RL-C1-MAX           PIC Z9.
           05  FILLER              PIC X(14) VALUE SPACES.

       01  RL-BAIXA.
           05  FILLER              PIC X(22) VALUE
               'DEPENDENCIA CUMPRIDA: '.
           05  RL-B-ID             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-B-DISC           PIC X(03).
           05  FILLER              PIC X(07) VALUE ' TERMO '.
           05  RL-B-TERMO          PIC X(06).
           05  FILLER              PIC X(13) VALUE ' APROVADO EM '.
           05  RL-B-TERMO-APROV    PIC X(06).
           05  FILLER              PIC X(16) VALUE SPACES.

       01  RL-DETALHE.
           05  RL-D-ID             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-NOME           PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-TURMA          PIC X(10).
           05  FILLER              PIC X(08) VALUE ' REPROV '.
           05  RL-D-REPROV         PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-SITUACAO       PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-DESTINO        PIC X(10).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  RL-CAB-RESUMO.
           05  FILLER              PIC X(16) VALUE 'RESUMO POR TURMA'.
           05  FILLER              PIC X(64) VALUE SPACES.

       01  RL-RESUMO.
           05  RL-T-TURMA          PIC X(10).
           05  FILLER              PIC X(06) VALUE ' PROM '.
           05  RL-T-PROMOVIDOS     PIC ZZZ9.
           05  FILLER              PIC X(07) VALUE ' C/DEP '.
           05  RL-T-DEPENDENCIA    PIC ZZZ9.
           05  FILLER              PIC X(07) VALUE ' RETID '.
           05  RL-T-RETIDOS        PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE ' DEPEND '.
           05  RL-T-DEP-GERADAS    PIC ZZZ9.
           05  FILLER              PIC X(06) VALUE ' PEND '.
           05  RL-T-PENDENTES      PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-T-SITUACAO       PIC X(09).
           05  FILLER              PIC X(06) VALUE SPACES.

       01  RL-RODAPE-1.
           05  FILLER              PIC X(25) VALUE
               'ALUNOS PROCESSADOS....: '.
           05  RL-R1-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-2.
           05  FILLER              PIC X(25) VALUE
               'PROMOVIDOS............: '.
           05  RL-R2-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-3.
           05  FILLER              PIC X(25) VALUE
               'PROMOVIDOS C/ DEPEND..: '.
           05  RL-R3-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-4.
           05  FILLER              PIC X(25) VALUE
               'RETIDOS...............: '.
           05  RL-R4-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-5.
           05  FILLER              PIC X(25) VALUE
               'SEM PROGRESSAO........: '.
           05  RL-R5-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-6.
           05  FILLER              PIC X(25) VALUE
               'DEPENDENCIAS GERADAS..: '.
           05  RL-R6-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-7.
           05  FILLER              PIC X(25) VALUE
               'DEPENDENCIAS CUMPRIDAS: '.
           05  RL-R7-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-8.
           05  FILLER              PIC X(25) VALUE
               'DEPENDENCIAS PENDENTES: '.
           05  RL-R8-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-9.
           05  FILLER              PIC X(25) VALUE
               'TURMAS ENCERRADAS.....: '.
           05  RL-R9-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-10.
           05  FILLER              PIC X(25) VALUE
               'DEPEND. NAO GRAVADAS..: '.
           05  RL-R10-TOTAL        PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-11.
           05  FILLER              PIC X(25) VALUE
               'TROCAS JA PENDENTES...: '.
           05  RL-R11-TOTAL        PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '-'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0100-LE-PARAMETROS THRU 0100-LE-PARAMETROS-EXIT.
           IF NOT MODO-PROGRESSAO AND NOT MODO-BAIXA
               DISPLAY 'MODO INVALIDO (P-PROGRESSAO / B-BAIXA)'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-ENCERRA
           END-IF.
           IF MODO-PROGRESSAO AND WRK-TERMO-FECHAMENTO = SPACES
               DISPLAY 'TERMO DE FECHAMENTO NAO INFORMADO'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-ENCERRA
           END-IF.
           IF PARM-MAX-INVALIDO
               DISPLAY 'MAXIMO DE REPROVACOES INVALIDO: ' WRK-PARM-MAX
               MOVE 8 TO RETURN-CODE
               GO TO 0000-ENCERRA
           END-IF.
           OPEN INPUT GRADE-HIST-FILE.
           IF WRK-STATUS-GRADEHF = '35'
               DISPLAY 'ARQUIVO DE HISTORICO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-ENCERRA
           END-IF.
           CLOSE GRADE-HIST-FILE.
           SORT GRADE-SORT-FILE
               ON ASCENDING KEY GS-ID
               ON ASCENDING KEY GS-DISCIPLINA
               ON ASCENDING KEY GS-TERM-CODE
               ON ASCENDING KEY GS-SEQ
               INPUT PROCEDURE IS 0200-LIBERA-HISTORICO
                   THRU 0200-LIBERA-HISTORICO-EXIT
               GIVING GRADE-SORTED-FILE.
           OPEN INPUT DEPEND-FILE.
           IF WRK-STATUS-DEPENDF = '35'
               SET SEM-DEPENDF TO TRUE
               DISPLAY 'ARQUIVO DE DEPENDENCIAS INEXISTENTE - '
                   'PRIMEIRA CARGA ASSUMIDA'
           ELSE
               CLOSE DEPEND-FILE
               SORT DEPEND-SORT-FILE
                   ON ASCENDING KEY DS-ID
                   ON ASCENDING KEY DS-DISCIPLINA
                   ON ASCENDING KEY DS-TERM-CODE
                   USING DEPEND-FILE
                   GIVING DEPEND-SORTED-FILE
           END-IF.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
           PERFORM 2000-BAIXA-DEPENDENCIAS
               THRU 2000-BAIXA-DEPENDENCIAS-EXIT.
           IF MODO-PROGRESSAO AND NOT ABORTA-EXECUCAO
               PERFORM 3000-PROGRESSAO THRU 3000-PROGRESSAO-EXIT
           END-IF.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT.
       0000-ENCERRA.
           GOBACK.

       0100-LE-PARAMETROS.
           OPEN INPUT DRIVER-PARM-FILE.
           IF WRK-STATUS-PARMF = '35'
               DISPLAY 'MODO (P-PROGRESSAO / B-BAIXA DE DEPENDENCIAS)..'
               ACCEPT WRK-MODO
               DISPLAY 'TERMO DE FECHAMENTO DO ANO LETIVO..'
               ACCEPT WRK-TERMO-FECHAMENTO
               DISPLAY 'MAXIMO DE REPROVACOES P/ DEPENDENCIA (99)..'
               ACCEPT WRK-PARM-MAX
           ELSE
               READ DRIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-MODO TO WRK-MODO
                       MOVE PM-TERM-CODE TO WRK-TERMO-FECHAMENTO
                       MOVE PM-MAX-REPROVACOES TO WRK-PARM-MAX
               END-READ
               CLOSE DRIVER-PARM-FILE
           END-IF.
           IF WRK-MODO = SPACES
               SET MODO-PROGRESSAO TO TRUE
           END-IF.
      *    UM DIGITO INFORMADO COM BRANCO ('3 ' OU ' 3') VALE '03'
           IF WRK-PARM-MAX (1:1) NOT = SPACE
               AND WRK-PARM-MAX (2:1) = SPACE
               MOVE WRK-PARM-MAX (1:1) TO WRK-PARM-MAX (2:1)
               MOVE '0' TO WRK-PARM-MAX (1:1)
           END-IF.
           IF WRK-PARM-MAX (1:1) = SPACE
               AND WRK-PARM-MAX (2:1) NOT = SPACE
               MOVE '0' TO WRK-PARM-MAX (1:1)
           END-IF.
           IF WRK-PARM-MAX = SPACES
               MOVE 2 TO WRK-MAX-REPROVACOES
           ELSE
               IF WRK-PARM-MAX NUMERIC
                   MOVE WRK-PARM-MAX TO WRK-MAX-REPROVACOES
               ELSE
                   SET PARM-MAX-INVALIDO TO TRUE
               END-IF
           END-IF.
       0100-LE-PARAMETROS-EXIT.
           EXIT.

       0200-LIBERA-HISTORICO.
           OPEN INPUT GRADE-HIST-FILE.
           MOVE 'N' TO WRK-FIM-HIST.
           READ GRADE-HIST-FILE
               AT END
                   SET FIM-HIST TO TRUE
           END-READ.
           PERFORM 0210-LIBERA-REGISTRO
               THRU 0210-LIBERA-REGISTRO-EXIT
               UNTIL FIM-HIST.
           CLOSE GRADE-HIST-FILE.
       0200-LIBERA-HISTORICO-EXIT.
           EXIT.

       0210-LIBERA-REGISTRO.
           IF GH-SUPERADO
               GO TO 0210-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-SEQ-ENTRADA.
           MOVE GH-ID TO GS-ID.
           MOVE GH-DISCIPLINA TO GS-DISCIPLINA.
           MOVE GH-TERM-CODE TO GS-TERM-CODE.
           MOVE GH-MEDIA TO GS-MEDIA.
           MOVE WRK-SEQ-ENTRADA TO GS-SEQ.
           RELEASE GS-REGISTRO.
       0210-LE-PROXIMO.
           READ GRADE-HIST-FILE
               AT END
                   SET FIM-HIST TO TRUE
           END-READ.
       0210-LIBERA-REGISTRO-EXIT.
           EXIT.

       1000-INICIALIZA.
           PERFORM 1200-CARREGA-POLITICAS
               THRU 1200-CARREGA-POLITICAS-EXIT.
           IF MODO-PROGRESSAO
               PERFORM 1400-VERIFICA-PROGRESSAO
                   THRU 1400-VERIFICA-PROGRESSAO-EXIT
           END-IF.
           OPEN OUTPUT PROMOTION-REPORT-FILE.
           IF MODO-PROGRESSAO
               MOVE 'PROGRESSAO DE SERIE - TERMO ' TO RL-C1-TITULO
               MOVE WRK-TERMO-FECHAMENTO TO RL-C1-TERMO
           ELSE
               MOVE 'BAIXA DE DEPENDENCIAS       ' TO RL-C1-TITULO
               MOVE SPACES TO RL-C1-TERMO
           END-IF.
           MOVE WRK-DATA-EXECUCAO TO RL-C1-DATA.
           MOVE WRK-MAX-REPROVACOES TO RL-C1-MAX.
           WRITE RL-LINHA FROM RL-CABECALHO-1.
           OPEN INPUT GRADE-SORTED-FILE.
           IF WRK-STATUS-PROGGSF = '35'
               DISPLAY 'ARQUIVO ORDENADO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               SET FIM-GRADE TO TRUE
           ELSE
               READ GRADE-SORTED-FILE
                   AT END
                       SET FIM-GRADE TO TRUE
               END-READ
           END-IF.
           IF SEM-DEPENDF
               SET FIM-DEPEND TO TRUE
           ELSE
               OPEN INPUT DEPEND-SORTED-FILE
               IF WRK-STATUS-DEPENDSF = '35'
                   SET FIM-DEPEND TO TRUE
               ELSE
                   READ DEPEND-SORTED-FILE
                       AT END
                           SET FIM-DEPEND TO TRUE
                   END-READ
               END-IF
           END-IF.
           PERFORM 1300-MONTA-CHAVE-PEND
               THRU 1300-MONTA-CHAVE-PEND-EXIT.
           OPEN OUTPUT DEPEND-FILE.
           IF MODO-PROGRESSAO
               OPEN OUTPUT FINAL-RESULT-FILE
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

       1200-CARREGA-POLITICAS.
           MOVE 'N' TO WRK-FIM-POLITICA.
           OPEN INPUT GRADE-POLICY-FILE.
           IF WRK-STATUS-GRDPOLF = '35'
               DISPLAY 'ARQUIVO DE POLITICA INEXISTENTE - '
                   'POLITICA PADRAO ASSUMIDA'
           ELSE
               READ GRADE-POLICY-FILE
                   AT END
                       SET FIM-POLITICA TO TRUE
               END-READ
               PERFORM 1220-GUARDA-POLITICA
                   THRU 1220-GUARDA-POLITICA-EXIT
                   UNTIL FIM-POLITICA
               CLOSE GRADE-POLICY-FILE
           END-IF.
       1200-CARREGA-POLITICAS-EXIT.
           EXIT.

       1220-GUARDA-POLITICA.
           IF WRK-QTDE-POLITICAS < 50
               ADD 1 TO WRK-QTDE-POLITICAS
               MOVE PL-TERM-CODE
                   TO WRK-POL-TERMO (WRK-QTDE-POLITICAS)
               MOVE PL-NOTA-APROVACAO
                   TO WRK-POL-APROVACAO (WRK-QTDE-POLITICAS)
           ELSE
               DISPLAY 'TABELA DE POLITICAS CHEIA'
           END-IF.
           READ GRADE-POLICY-FILE
               AT END
                   SET FIM-POLITICA TO TRUE
           END-READ.
       1220-GUARDA-POLITICA-EXIT.
           EXIT.

       1300-MONTA-CHAVE-PEND.
           IF FIM-DEPEND
               MOVE HIGH-VALUES TO WRK-CHAVE-PEND
           ELSE
               MOVE SPACES TO WRK-CHAVE-PEND
               MOVE DO-ID TO WRK-CHAVE-PEND (1:6)
               MOVE DO-DISCIPLINA TO WRK-CHAVE-PEND (7:3)
           END-IF.
       1300-MONTA-CHAVE-PEND-EXIT.
           EXIT.

      *    NO MODO PROGRESSAO OS CADASTROS SAO CONFERIDOS ANTES DE
      *    REGRAVAR O DEPENDF: SE A PROGRESSAO NAO PUDER RODAR, AS
      *    DEPENDENCIAS DO TERMO DE FECHAMENTO SAO MANTIDAS
       1400-VERIFICA-PROGRESSAO.
           PERFORM 3100-CARREGA-PROGRESSAO
               THRU 3100-CARREGA-PROGRESSAO-EXIT.
           IF ABORTA-EXECUCAO
               GO TO 1400-VERIFICA-PROGRESSAO-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STATUS-STUMF = '35'
               DISPLAY 'CADASTRO MESTRE DE ALUNOS INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               GO TO 1400-VERIFICA-PROGRESSAO-EXIT
           END-IF.
           SET STUMF-ABERTO TO TRUE.
           OPEN INPUT TURMA-MASTER-FILE.
           IF WRK-STATUS-TURMAF = '35'
               DISPLAY 'CADASTRO MESTRE DE TURMAS INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
           ELSE
               SET TURMAF-ABERTO TO TRUE
           END-IF.
       1400-VERIFICA-PROGRESSAO-EXIT.
           EXIT.

      *    BAIXA DAS DEPENDENCIAS: UMA DEPENDENCIA E CUMPRIDA QUANDO O
      *    ALUNO TEM NOTA VIGENTE DE APROVACAO NA MESMA DISCIPLINA EM
      *    TERMO POSTERIOR AO DA REPROVACAO. NO MODO PROGRESSAO TAMBEM
      *    SAO SEPARADOS OS RESULTADOS FINAIS DO TERMO DE FECHAMENTO.
       2000-BAIXA-DEPENDENCIAS.
           PERFORM 2100-PROCESSA-GRUPO THRU 2100-PROCESSA-GRUPO-EXIT
               UNTIL FIM-GRADE.
           PERFORM 2300-MANTEM-PENDENCIA
               THRU 2300-MANTEM-PENDENCIA-EXIT
               UNTIL FIM-DEPEND.
           IF MODO-PROGRESSAO
               CLOSE FINAL-RESULT-FILE
           END-IF.
           IF TURMAF-ABERTO
               CLOSE TURMA-MASTER-FILE
               MOVE 'N' TO WRK-TURMAF-ABERTO
           END-IF.
           IF STUMF-ABERTO
               CLOSE STUDENT-MASTER-FILE
               MOVE 'N' TO WRK-STUMF-ABERTO
           END-IF.
       2000-BAIXA-DEPENDENCIAS-EXIT.
           EXIT.

       2100-PROCESSA-GRUPO.
           MOVE SPACES TO WRK-CHAVE-GRUPO.
           MOVE GO-ID TO WRK-CHAVE-GRUPO (1:6).
           MOVE GO-DISCIPLINA TO WRK-CHAVE-GRUPO (7:3).
           MOVE SPACES TO WRK-MAIOR-TERMO-APROV.
           PERFORM 2110-PROCESSA-TERMO THRU 2110-PROCESSA-TERMO-EXIT
               UNTIL FIM-GRADE
               OR GO-ID NOT = WRK-CHAVE-GRUPO (1:6)
               OR GO-DISCIPLINA NOT = WRK-CHAVE-GRUPO (7:3).
           PERFORM 2200-CASA-PENDENCIA THRU 2200-CASA-PENDENCIA-EXIT
               UNTIL WRK-CHAVE-PEND > WRK-CHAVE-GRUPO.
       2100-PROCESSA-GRUPO-EXIT.
           EXIT.

       2110-PROCESSA-TERMO.
           MOVE GO-TERM-CODE TO WRK-TERMO-GRUPO.
           PERFORM 2120-ULTIMA-VIGENTE THRU 2120-ULTIMA-VIGENTE-EXIT
               UNTIL FIM-GRADE
               OR GO-ID NOT = WRK-CHAVE-GRUPO (1:6)
               OR GO-DISCIPLINA NOT = WRK-CHAVE-GRUPO (7:3)
               OR GO-TERM-CODE NOT = WRK-TERMO-GRUPO.
           PERFORM 2400-NOTA-APROVACAO-TERMO
               THRU 2400-NOTA-APROVACAO-TERMO-EXIT.
           IF WRK-MEDIA-FINAL >= WRK-NOTA-APROVACAO
               AND WRK-TERMO-GRUPO > WRK-MAIOR-TERMO-APROV
               MOVE WRK-TERMO-GRUPO TO WRK-MAIOR-TERMO-APROV
           END-IF.
           IF MODO-PROGRESSAO
               AND WRK-TERMO-GRUPO = WRK-TERMO-FECHAMENTO
               MOVE WRK-CHAVE-GRUPO (1:6) TO FR-ID
               MOVE WRK-CHAVE-GRUPO (7:3) TO FR-DISCIPLINA
               MOVE WRK-MEDIA-FINAL TO FR-MEDIA
               IF WRK-MEDIA-FINAL >= WRK-NOTA-APROVACAO
                   SET FR-APROVADO TO TRUE
               ELSE
                   SET FR-REPROVADO TO TRUE
               END-IF
               WRITE FR-REGISTRO
           END-IF.
       2110-PROCESSA-TERMO-EXIT.
           EXIT.

       2120-ULTIMA-VIGENTE.
           MOVE GO-MEDIA TO WRK-MEDIA-FINAL.
           READ GRADE-SORTED-FILE
               AT END
                   SET FIM-GRADE TO TRUE
           END-READ.
       2120-ULTIMA-VIGENTE-EXIT.
           EXIT.

       2200-CASA-PENDENCIA.
           IF WRK-CHAVE-PEND < WRK-CHAVE-GRUPO
               PERFORM 2300-MANTEM-PENDENCIA
                   THRU 2300-MANTEM-PENDENCIA-EXIT
               GO TO 2200-CASA-PENDENCIA-EXIT
           END-IF.
           IF WRK-MAIOR-TERMO-APROV NOT = SPACES
               AND DO-TERM-CODE < WRK-MAIOR-TERMO-APROV
               ADD 1 TO WRK-TOTAL-DEP-CUMPRIDAS
               MOVE DO-ID TO RL-B-ID
               MOVE DO-DISCIPLINA TO RL-B-DISC
               MOVE DO-TERM-CODE TO RL-B-TERMO
               MOVE WRK-MAIOR-TERMO-APROV TO RL-B-TERMO-APROV
               WRITE RL-LINHA FROM RL-BAIXA
               PERFORM 2500-LE-PEND THRU 2500-LE-PEND-EXIT
           ELSE
               PERFORM 2300-MANTEM-PENDENCIA
                   THRU 2300-MANTEM-PENDENCIA-EXIT
           END-IF.
       2200-CASA-PENDENCIA-EXIT.
           EXIT.

      *    NO MODO PROGRESSAO AS DEPENDENCIAS DO PROPRIO TERMO DE
      *    FECHAMENTO SAO DESCARTADAS SOMENTE QUANDO O ALUNO SERA
      *    PROCESSADO DE NOVO NESTA EXECUCAO (ATIVO EM TURMA ATIVA DO
      *    TERMO, O MESMO TESTE DO 3210), POIS SERAO GERADAS DE NOVO.
      *    ALUNO JA MOVIDO PARA A TURMA SEGUINTE MANTEM AS SUAS
       2300-MANTEM-PENDENCIA.
           IF MODO-PROGRESSAO
               AND DO-TERM-CODE = WRK-TERMO-FECHAMENTO
               AND NOT ABORTA-EXECUCAO
               PERFORM 2310-VERIFICA-REPROCESSO
                   THRU 2310-VERIFICA-REPROCESSO-EXIT
               IF ALUNO-REPROCESSADO
                   GO TO 2300-LE-PROXIMA
               END-IF
           END-IF.
           IF DO-REGISTRO (1:15) = WRK-ULTIMA-PEND
               GO TO 2300-LE-PROXIMA
           END-IF.
           MOVE DO-REGISTRO (1:15) TO WRK-ULTIMA-PEND.
           MOVE DO-REGISTRO TO DP-REGISTRO.
           WRITE DP-REGISTRO.
           ADD 1 TO WRK-TOTAL-DEP-PENDENTES.
       2300-LE-PROXIMA.
           PERFORM 2500-LE-PEND THRU 2500-LE-PEND-EXIT.
       2300-MANTEM-PENDENCIA-EXIT.
           EXIT.

       2310-VERIFICA-REPROCESSO.
           MOVE 'N' TO WRK-ALUNO-REPROCESSADO.
           MOVE DO-ID TO SM-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   GO TO 2310-VERIFICA-REPROCESSO-EXIT
           END-READ.
           IF NOT SM-ATIVO
               GO TO 2310-VERIFICA-REPROCESSO-EXIT
           END-IF.
           MOVE SM-TURMA TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
                   GO TO 2310-VERIFICA-REPROCESSO-EXIT
           END-READ.
           IF TU-ATIVA AND TU-TERM-CODE = WRK-TERMO-FECHAMENTO
               SET ALUNO-REPROCESSADO TO TRUE
           END-IF.
       2310-VERIFICA-REPROCESSO-EXIT.
           EXIT.

       2400-NOTA-APROVACAO-TERMO.
           MOVE 6.0 TO WRK-NOTA-APROVACAO.
           MOVE 'N' TO WRK-POLITICA-ACHADA.
           MOVE ZERO TO WRK-IDX-POL.
           PERFORM 2410-PROCURA-POLITICA
               THRU 2410-PROCURA-POLITICA-EXIT
               UNTIL POLITICA-ACHADA
               OR WRK-IDX-POL >= WRK-QTDE-POLITICAS.
           IF POLITICA-ACHADA
               MOVE WRK-POL-APROVACAO (WRK-IDX-POL)
                   TO WRK-NOTA-APROVACAO
           END-IF.
       2400-NOTA-APROVACAO-TERMO-EXIT.
           EXIT.

       2410-PROCURA-POLITICA.
           ADD 1 TO WRK-IDX-POL.
           IF WRK-POL-TERMO (WRK-IDX-POL) = WRK-TERMO-GRUPO
               SET POLITICA-ACHADA TO TRUE
           END-IF.
       2410-PROCURA-POLITICA-EXIT.
           EXIT.

       2500-LE-PEND.
           READ DEPEND-SORTED-FILE
               AT END
                   SET FIM-DEPEND TO TRUE
           END-READ.
           PERFORM 1300-MONTA-CHAVE-PEND
               THRU 1300-MONTA-CHAVE-PEND-EXIT.
       2500-LE-PEND-EXIT.
           EXIT.

      *    PROGRESSAO: CLASSIFICA CADA ALUNO ATIVO DAS TURMAS DO TERMO
      *    DE FECHAMENTO, GERA A TROCA DE TURMA NO STUMTF E ENCERRA AS
      *    TURMAS CUJOS ALUNOS TIVERAM TODOS A TRANSACAO GERADA
       3000-PROGRESSAO.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STATUS-STUMF = '35'
               DISPLAY 'CADASTRO MESTRE DE ALUNOS INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               GO TO 3000-PROGRESSAO-EXIT
           END-IF.
           OPEN I-O TURMA-MASTER-FILE.
           IF WRK-STATUS-TURMAF = '35'
               DISPLAY 'CADASTRO MESTRE DE TURMAS INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               CLOSE STUDENT-MASTER-FILE
               GO TO 3000-PROGRESSAO-EXIT
           END-IF.
           PERFORM 3150-CARREGA-TROCAS THRU 3150-CARREGA-TROCAS-EXIT.
           IF ABORTA-EXECUCAO
               CLOSE TURMA-MASTER-FILE
               CLOSE STUDENT-MASTER-FILE
               GO TO 3000-PROGRESSAO-EXIT
           END-IF.
           OPEN EXTEND STUDENT-MAINT-FILE.
           IF WRK-STATUS-STUMTF = '35'
               OPEN OUTPUT STUDENT-MAINT-FILE
               CLOSE STUDENT-MAINT-FILE
               OPEN EXTEND STUDENT-MAINT-FILE
           END-IF.
           OPEN INPUT FINAL-RESULT-FILE.
           IF WRK-STATUS-PROGRSF = '35'
               SET FIM-RESULTADO TO TRUE
           ELSE
               READ FINAL-RESULT-FILE
                   AT END
                       SET FIM-RESULTADO TO TRUE
               END-READ
           END-IF.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           MOVE 'N' TO WRK-FIM-MESTRE.
           MOVE LOW-VALUES TO SM-ID.
           START STUDENT-MASTER-FILE KEY NOT LESS THAN SM-ID
               INVALID KEY
                   SET FIM-MESTRE TO TRUE
           END-START.
           IF NOT FIM-MESTRE
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       SET FIM-MESTRE TO TRUE
               END-READ
           END-IF.
           PERFORM 3200-PROCESSA-ALUNO THRU 3200-PROCESSA-ALUNO-EXIT
               UNTIL FIM-MESTRE.
           IF NOT ABORTA-EXECUCAO
               PERFORM 3500-FECHA-TURMAS THRU 3500-FECHA-TURMAS-EXIT
           END-IF.
           IF WRK-STATUS-PROGRSF NOT = '35'
               CLOSE FINAL-RESULT-FILE
           END-IF.
           CLOSE STUDENT-MAINT-FILE.
           CLOSE TURMA-MASTER-FILE.
           CLOSE STUDENT-MASTER-FILE.
       3000-PROGRESSAO-EXIT.
           EXIT.

       3100-CARREGA-PROGRESSAO.
           MOVE ZERO TO WRK-QTDE-PROGRESSAO.
           MOVE 'N' TO WRK-FIM-PROGRESSAO.
           OPEN INPUT PROGRESSION-FILE.
           IF WRK-STATUS-PROGTF = '35'
               DISPLAY 'TABELA DE PROGRESSAO DE TURMAS INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               GO TO 3100-CARREGA-PROGRESSAO-EXIT
           END-IF.
           READ PROGRESSION-FILE
               AT END
                   SET FIM-PROGRESSAO TO TRUE
           END-READ.
           PERFORM 3110-GUARDA-PROGRESSAO
               THRU 3110-GUARDA-PROGRESSAO-EXIT
               UNTIL FIM-PROGRESSAO.
           CLOSE PROGRESSION-FILE.
       3100-CARREGA-PROGRESSAO-EXIT.
           EXIT.

       3110-GUARDA-PROGRESSAO.
           IF WRK-QTDE-PROGRESSAO < 200
               ADD 1 TO WRK-QTDE-PROGRESSAO
               MOVE PG-TURMA-ORIGEM
                   TO WRK-PROG-ORIGEM (WRK-QTDE-PROGRESSAO)
               MOVE PG-TURMA-PROMOCAO
                   TO WRK-PROG-PROMOCAO (WRK-QTDE-PROGRESSAO)
               MOVE PG-TURMA-RETENCAO
                   TO WRK-PROG-RETENCAO (WRK-QTDE-PROGRESSAO)
           ELSE
               DISPLAY 'TABELA DE PROGRESSAO CHEIA - '
                   'EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               SET FIM-PROGRESSAO TO TRUE
               GO TO 3110-GUARDA-PROGRESSAO-EXIT
           END-IF.
           READ PROGRESSION-FILE
               AT END
                   SET FIM-PROGRESSAO TO TRUE
           END-READ.
       3110-GUARDA-PROGRESSAO-EXIT.
           EXIT.

      *    TROCAS DE TURMA AINDA PENDENTES NO STUMTF (ULTIMA POR ALUNO),
      *    PARA QUE UMA REEXECUCAO NAO GERE A MESMA TRANSACAO DE NOVO
       3150-CARREGA-TROCAS.
           MOVE ZERO TO WRK-QTDE-TROCAS.
           MOVE 'N' TO WRK-FIM-MANUTENCAO.
           OPEN INPUT STUDENT-MAINT-FILE.
           IF WRK-STATUS-STUMTF = '35'
               GO TO 3150-CARREGA-TROCAS-EXIT
           END-IF.
           READ STUDENT-MAINT-FILE
               AT END
                   SET FIM-MANUTENCAO TO TRUE
           END-READ.
           PERFORM 3160-GUARDA-TROCA THRU 3160-GUARDA-TROCA-EXIT
               UNTIL FIM-MANUTENCAO.
           CLOSE STUDENT-MAINT-FILE.
       3150-CARREGA-TROCAS-EXIT.
           EXIT.

       3160-GUARDA-TROCA.
           IF NOT TM-ALTERACAO OR TM-TURMA = SPACES
               GO TO 3160-LE-PROXIMA
           END-IF.
           MOVE TM-ID TO WRK-ID-TROCA.
           PERFORM 3170-LOCALIZA-TROCA THRU 3170-LOCALIZA-TROCA-EXIT.
           IF TROCA-ACHADA
               MOVE TM-TURMA TO WRK-TROCA-TURMA (WRK-IDX-TROCA)
               GO TO 3160-LE-PROXIMA
           END-IF.
           IF WRK-QTDE-TROCAS < 5000
               ADD 1 TO WRK-QTDE-TROCAS
               MOVE TM-ID TO WRK-TROCA-ID (WRK-QTDE-TROCAS)
               MOVE TM-TURMA TO WRK-TROCA-TURMA (WRK-QTDE-TROCAS)
           ELSE
               DISPLAY 'TABELA DE TROCAS PENDENTES CHEIA - '
                   'EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               SET FIM-MANUTENCAO TO TRUE
               GO TO 3160-GUARDA-TROCA-EXIT
           END-IF.
       3160-LE-PROXIMA.
           READ STUDENT-MAINT-FILE
               AT END
                   SET FIM-MANUTENCAO TO TRUE
           END-READ.
       3160-GUARDA-TROCA-EXIT.
           EXIT.

       3170-LOCALIZA-TROCA.
           MOVE 'N' TO WRK-TROCA-ACHADA.
           MOVE ZERO TO WRK-IDX-TROCA.
           PERFORM 3180-PROCURA-TROCA THRU 3180-PROCURA-TROCA-EXIT
               UNTIL TROCA-ACHADA OR WRK-IDX-TROCA >= WRK-QTDE-TROCAS.
       3170-LOCALIZA-TROCA-EXIT.
           EXIT.

       3180-PROCURA-TROCA.
           ADD 1 TO WRK-IDX-TROCA.
           IF WRK-TROCA-ID (WRK-IDX-TROCA) = WRK-ID-TROCA
               SET TROCA-ACHADA TO TRUE
           END-IF.
       3180-PROCURA-TROCA-EXIT.
           EXIT.

       3200-PROCESSA-ALUNO.
           PERFORM 3210-VERIFICA-TURMA THRU 3210-VERIFICA-TURMA-EXIT.
           IF NOT ALUNO-NO-FECHAMENTO
               GO TO 3200-LE-PROXIMO
           END-IF.
           PERFORM 3300-LOCALIZA-TURMA THRU 3300-LOCALIZA-TURMA-EXIT.
           IF ABORTA-EXECUCAO
               SET FIM-MESTRE TO TRUE
               GO TO 3200-PROCESSA-ALUNO-EXIT
           END-IF.
           ADD 1 TO WRK-TOTAL-ALUNOS.
           MOVE ZERO TO WRK-QTDE-CURSADAS.
           MOVE ZERO TO WRK-QTDE-REPROV.
           PERFORM 3220-AVANCA-RESULTADO
               THRU 3220-AVANCA-RESULTADO-EXIT
               UNTIL FIM-RESULTADO OR FR-ID >= SM-ID.
           PERFORM 3230-ACUMULA-RESULTADO
               THRU 3230-ACUMULA-RESULTADO-EXIT
               UNTIL FIM-RESULTADO OR FR-ID NOT = SM-ID.
           MOVE SPACES TO WRK-TURMA-DESTINO.
           IF WRK-QTDE-CURSADAS = 0
               MOVE 'SEM NOTAS' TO WRK-SITUACAO-ALUNO
               PERFORM 3600-SEM-DESTINO THRU 3600-SEM-DESTINO-EXIT
               GO TO 3200-IMPRIME
           END-IF.
           PERFORM 3400-LOCALIZA-PROGRESSAO
               THRU 3400-LOCALIZA-PROGRESSAO-EXIT.
           IF WRK-QTDE-REPROV = 0
               MOVE 'PROMOVIDO' TO WRK-SITUACAO-ALUNO
               ADD 1 TO WRK-TOTAL-PROMOVIDOS
               ADD 1 TO WRK-TT-PROMOVIDOS (WRK-IDX-TURMA)
               IF PROGRESSAO-ACHADA
                   MOVE WRK-PROG-PROMOCAO (WRK-IDX-PROG)
                       TO WRK-TURMA-DESTINO
               END-IF
           ELSE
               IF WRK-QTDE-REPROV NOT > WRK-MAX-REPROVACOES
                   MOVE 'PROMOV C/DEP' TO WRK-SITUACAO-ALUNO
                   ADD 1 TO WRK-TOTAL-DEPENDENCIA
                   ADD 1 TO WRK-TT-DEPENDENCIA (WRK-IDX-TURMA)
                   IF PROGRESSAO-ACHADA
                       MOVE WRK-PROG-PROMOCAO (WRK-IDX-PROG)
                           TO WRK-TURMA-DESTINO
                   END-IF
                   MOVE ZERO TO WRK-IDX-REPROV
                   PERFORM 3240-GRAVA-DEPENDENCIA
                       THRU 3240-GRAVA-DEPENDENCIA-EXIT
                       UNTIL WRK-IDX-REPROV >= WRK-QTDE-REPROV
                       OR WRK-IDX-REPROV >= 20
                   IF WRK-QTDE-REPROV > 20
                       PERFORM 3245-DEPENDENCIA-EXCEDENTE
                           THRU 3245-DEPENDENCIA-EXCEDENTE-EXIT
                   END-IF
               ELSE
                   MOVE 'RETIDO' TO WRK-SITUACAO-ALUNO
                   ADD 1 TO WRK-TOTAL-RETIDOS
                   ADD 1 TO WRK-TT-RETIDOS (WRK-IDX-TURMA)
                   IF PROGRESSAO-ACHADA
                       MOVE WRK-PROG-RETENCAO (WRK-IDX-PROG)
                           TO WRK-TURMA-DESTINO
                   END-IF
               END-IF
           END-IF.
           PERFORM 3250-VALIDA-DESTINO THRU 3250-VALIDA-DESTINO-EXIT.
           IF WRK-TURMA-DESTINO = SPACES
               PERFORM 3600-SEM-DESTINO THRU 3600-SEM-DESTINO-EXIT
           ELSE
               PERFORM 3260-GRAVA-TROCA THRU 3260-GRAVA-TROCA-EXIT
           END-IF.
       3200-IMPRIME.
           MOVE SM-ID TO RL-D-ID.
           MOVE SM-NOME TO RL-D-NOME.
           MOVE WRK-TURMA-ORIGEM TO RL-D-TURMA.
           MOVE WRK-QTDE-REPROV TO RL-D-REPROV.
           MOVE WRK-SITUACAO-ALUNO TO RL-D-SITUACAO.
           IF WRK-TURMA-DESTINO = SPACES
               MOVE '*SEM DEST*' TO RL-D-DESTINO
           ELSE
               MOVE WRK-TURMA-DESTINO TO RL-D-DESTINO
           END-IF.
           WRITE RL-LINHA FROM RL-DETALHE.
       3200-LE-PROXIMO.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET FIM-MESTRE TO TRUE
           END-READ.
       3200-PROCESSA-ALUNO-EXIT.
           EXIT.

       3210-VERIFICA-TURMA.
           MOVE 'N' TO WRK-ALUNO-NO-FECHAMENTO.
           IF NOT SM-ATIVO
               GO TO 3210-VERIFICA-TURMA-EXIT
           END-IF.
           MOVE SM-TURMA TO WRK-TURMA-ORIGEM.
           MOVE SM-TURMA TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
                   GO TO 3210-VERIFICA-TURMA-EXIT
           END-READ.
           IF TU-ATIVA AND TU-TERM-CODE = WRK-TERMO-FECHAMENTO
               SET ALUNO-NO-FECHAMENTO TO TRUE
           END-IF.
       3210-VERIFICA-TURMA-EXIT.
           EXIT.

       3220-AVANCA-RESULTADO.
           READ FINAL-RESULT-FILE
               AT END
                   SET FIM-RESULTADO TO TRUE
           END-READ.
       3220-AVANCA-RESULTADO-EXIT.
           EXIT.

       3230-ACUMULA-RESULTADO.
           ADD 1 TO WRK-QTDE-CURSADAS.
           IF FR-REPROVADO
               ADD 1 TO WRK-QTDE-REPROV
               IF WRK-QTDE-REPROV NOT > 20
                   MOVE FR-DISCIPLINA
                       TO WRK-REP-DISC (WRK-QTDE-REPROV)
                   MOVE FR-MEDIA TO WRK-REP-MEDIA (WRK-QTDE-REPROV)
               END-IF
           END-IF.
           PERFORM 3220-AVANCA-RESULTADO
               THRU 3220-AVANCA-RESULTADO-EXIT.
       3230-ACUMULA-RESULTADO-EXIT.
           EXIT.

       3240-GRAVA-DEPENDENCIA.
           ADD 1 TO WRK-IDX-REPROV.
           MOVE SPACES TO DP-REGISTRO.
           MOVE SM-ID TO DP-ID.
           MOVE WRK-REP-DISC (WRK-IDX-REPROV) TO DP-DISCIPLINA.
           MOVE WRK-TERMO-FECHAMENTO TO DP-TERM-CODE.
           MOVE WRK-REP-MEDIA (WRK-IDX-REPROV) TO DP-MEDIA.
           MOVE WRK-TURMA-ORIGEM TO DP-TURMA.
           MOVE WRK-DATA-EXECUCAO TO DP-DATA-INCLUSAO.
           WRITE DP-REGISTRO.
           ADD 1 TO WRK-TOTAL-DEP-GERADAS.
           ADD 1 TO WRK-TOTAL-DEP-PENDENTES.
           ADD 1 TO WRK-TT-DEP-GERADAS (WRK-IDX-TURMA).
       3240-GRAVA-DEPENDENCIA-EXIT.
           EXIT.

       3245-DEPENDENCIA-EXCEDENTE.
           DISPLAY 'DEPENDENCIAS ALEM DO LIMITE DE 20 NAO GRAVADAS - '
               'ALUNO ' SM-ID ' REPROVACOES ' WRK-QTDE-REPROV.
           COMPUTE WRK-TOTAL-DEP-EXCEDENTES =
               WRK-TOTAL-DEP-EXCEDENTES + WRK-QTDE-REPROV - 20.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3245-DEPENDENCIA-EXCEDENTE-EXIT.
           EXIT.

       3250-VALIDA-DESTINO.
           IF WRK-TURMA-DESTINO = SPACES
               GO TO 3250-VALIDA-DESTINO-EXIT
           END-IF.
           IF WRK-TURMA-DESTINO = WRK-TURMA-ORIGEM
               DISPLAY 'TURMA DE DESTINO IGUAL A DE ORIGEM: '
                   WRK-TURMA-DESTINO ' ALUNO ' SM-ID
               MOVE SPACES TO WRK-TURMA-DESTINO
               GO TO 3250-VALIDA-DESTINO-EXIT
           END-IF.
           MOVE WRK-TURMA-DESTINO TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
                   DISPLAY 'TURMA DE DESTINO INEXISTENTE: '
                       WRK-TURMA-DESTINO ' ALUNO ' SM-ID
                   MOVE SPACES TO WRK-TURMA-DESTINO
                   GO TO 3250-VALIDA-DESTINO-EXIT
           END-READ.
           IF TU-ENCERRADA
               DISPLAY 'TURMA DE DESTINO ENCERRADA: '
                   WRK-TURMA-DESTINO ' ALUNO ' SM-ID
               MOVE SPACES TO WRK-TURMA-DESTINO
           END-IF.
       3250-VALIDA-DESTINO-EXIT.
           EXIT.

       3260-GRAVA-TROCA.
           MOVE SM-ID TO WRK-ID-TROCA.
           PERFORM 3170-LOCALIZA-TROCA THRU 3170-LOCALIZA-TROCA-EXIT.
           IF TROCA-ACHADA
               AND WRK-TROCA-TURMA (WRK-IDX-TROCA) = WRK-TURMA-DESTINO
               DISPLAY 'TROCA DE TURMA JA PENDENTE NO STUMTF: '
                   WRK-TURMA-DESTINO ' ALUNO ' SM-ID
               ADD 1 TO WRK-TOTAL-JA-PENDENTES
               GO TO 3260-GRAVA-TROCA-EXIT
           END-IF.
           MOVE SPACES TO TM-REGISTRO.
           SET TM-ALTERACAO TO TRUE.
           MOVE SM-ID TO TM-ID.
           MOVE WRK-TURMA-DESTINO TO TM-TURMA.
           MOVE WRK-DATA-EXECUCAO TO TM-DATA-EFETIVA.
           MOVE 'PROGCOBOL28' TO TM-USUARIO.
           WRITE TM-REGISTRO.
       3260-GRAVA-TROCA-EXIT.
           EXIT.

       3300-LOCALIZA-TURMA.
           MOVE 'N' TO WRK-TURMA-ACHADA.
           MOVE ZERO TO WRK-IDX-TURMA.
           PERFORM 3310-PROCURA-TURMA THRU 3310-PROCURA-TURMA-EXIT
               UNTIL TURMA-ACHADA OR WRK-IDX-TURMA >= WRK-QTDE-TURMAS.
           IF TURMA-ACHADA
               GO TO 3300-LOCALIZA-TURMA-EXIT
           END-IF.
           IF WRK-QTDE-TURMAS < 200
               ADD 1 TO WRK-QTDE-TURMAS
               MOVE WRK-QTDE-TURMAS TO WRK-IDX-TURMA
               MOVE WRK-TURMA-ORIGEM TO WRK-TT-TURMA (WRK-IDX-TURMA)
               MOVE ZERO TO WRK-TT-PROMOVIDOS (WRK-IDX-TURMA)
               MOVE ZERO TO WRK-TT-DEPENDENCIA (WRK-IDX-TURMA)
               MOVE ZERO TO WRK-TT-RETIDOS (WRK-IDX-TURMA)
               MOVE ZERO TO WRK-TT-DEP-GERADAS (WRK-IDX-TURMA)
               MOVE ZERO TO WRK-TT-PENDENTES (WRK-IDX-TURMA)
           ELSE
               DISPLAY 'TABELA DE TURMAS CHEIA - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
           END-IF.
       3300-LOCALIZA-TURMA-EXIT.
           EXIT.

       3310-PROCURA-TURMA.
           ADD 1 TO WRK-IDX-TURMA.
           IF WRK-TT-TURMA (WRK-IDX-TURMA) = WRK-TURMA-ORIGEM
               SET TURMA-ACHADA TO TRUE
           END-IF.
       3310-PROCURA-TURMA-EXIT.
           EXIT.

       3400-LOCALIZA-PROGRESSAO.
           MOVE 'N' TO WRK-PROGRESSAO-ACHADA.
           MOVE ZERO TO WRK-IDX-PROG.
           PERFORM 3410-PROCURA-PROGRESSAO
               THRU 3410-PROCURA-PROGRESSAO-EXIT
               UNTIL PROGRESSAO-ACHADA
               OR WRK-IDX-PROG >= WRK-QTDE-PROGRESSAO.
           IF NOT PROGRESSAO-ACHADA
               DISPLAY 'TURMA SEM PROGRESSAO CADASTRADA: '
                   WRK-TURMA-ORIGEM ' ALUNO ' SM-ID
           END-IF.
       3400-LOCALIZA-PROGRESSAO-EXIT.
           EXIT.

       3410-PROCURA-PROGRESSAO.
           ADD 1 TO WRK-IDX-PROG.
           IF WRK-PROG-ORIGEM (WRK-IDX-PROG) = WRK-TURMA-ORIGEM
               SET PROGRESSAO-ACHADA TO TRUE
           END-IF.
       3410-PROCURA-PROGRESSAO-EXIT.
           EXIT.

       3500-FECHA-TURMAS.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           WRITE RL-LINHA FROM RL-CAB-RESUMO.
           MOVE ZERO TO WRK-IDX-TURMA.
           PERFORM 3510-FECHA-TURMA THRU 3510-FECHA-TURMA-EXIT
               UNTIL WRK-IDX-TURMA >= WRK-QTDE-TURMAS.
       3500-FECHA-TURMAS-EXIT.
           EXIT.

       3510-FECHA-TURMA.
           ADD 1 TO WRK-IDX-TURMA.
           MOVE WRK-TT-TURMA (WRK-IDX-TURMA) TO RL-T-TURMA.
           MOVE WRK-TT-PROMOVIDOS (WRK-IDX-TURMA) TO RL-T-PROMOVIDOS.
           MOVE WRK-TT-DEPENDENCIA (WRK-IDX-TURMA)
               TO RL-T-DEPENDENCIA.
           MOVE WRK-TT-RETIDOS (WRK-IDX-TURMA) TO RL-T-RETIDOS.
           MOVE WRK-TT-DEP-GERADAS (WRK-IDX-TURMA)
               TO RL-T-DEP-GERADAS.
           MOVE WRK-TT-PENDENTES (WRK-IDX-TURMA) TO RL-T-PENDENTES.
           IF WRK-TT-PENDENTES (WRK-IDX-TURMA) > 0
               MOVE 'ABERTA' TO RL-T-SITUACAO
               DISPLAY 'TURMA MANTIDA ABERTA - ALUNOS SEM DESTINO: '
                   WRK-TT-TURMA (WRK-IDX-TURMA)
           ELSE
               MOVE WRK-TT-TURMA (WRK-IDX-TURMA) TO TU-TURMA
               READ TURMA-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'TURMA NAO ENCONTRADA: '
                           WRK-TT-TURMA (WRK-IDX-TURMA)
               END-READ
               IF WRK-STATUS-TURMAF = '00'
                   SET TU-ENCERRADA TO TRUE
                   REWRITE TU-REGISTRO
                   ADD 1 TO WRK-TOTAL-ENCERRADAS
                   MOVE 'ENCERRADA' TO RL-T-SITUACAO
               ELSE
                   MOVE 'ABERTA' TO RL-T-SITUACAO
               END-IF
           END-IF.
           WRITE RL-LINHA FROM RL-RESUMO.
       3510-FECHA-TURMA-EXIT.
           EXIT.

       3600-SEM-DESTINO.
           ADD 1 TO WRK-TOTAL-SEM-DESTINO.
           ADD 1 TO WRK-TT-PENDENTES (WRK-IDX-TURMA).
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3600-SEM-DESTINO-EXIT.
           EXIT.

       8000-FINALIZA.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           MOVE WRK-TOTAL-ALUNOS TO RL-R1-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           MOVE WRK-TOTAL-PROMOVIDOS TO RL-R2-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-2.
           MOVE WRK-TOTAL-DEPENDENCIA TO RL-R3-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-3.
           MOVE WRK-TOTAL-RETIDOS TO RL-R4-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-4.
           MOVE WRK-TOTAL-SEM-DESTINO TO RL-R5-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-5.
           MOVE WRK-TOTAL-DEP-GERADAS TO RL-R6-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-6.
           MOVE WRK-TOTAL-DEP-CUMPRIDAS TO RL-R7-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-7.
           MOVE WRK-TOTAL-DEP-PENDENTES TO RL-R8-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-8.
           MOVE WRK-TOTAL-ENCERRADAS TO RL-R9-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-9.
           MOVE WRK-TOTAL-DEP-EXCEDENTES TO RL-R10-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-10.
           MOVE WRK-TOTAL-JA-PENDENTES TO RL-R11-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-11.
           DISPLAY 'ALUNOS PROCESSADOS....: ' WRK-TOTAL-ALUNOS.
           DISPLAY 'PROMOVIDOS............: ' WRK-TOTAL-PROMOVIDOS.
           DISPLAY 'PROMOVIDOS C/ DEPEND..: ' WRK-TOTAL-DEPENDENCIA.
           DISPLAY 'RETIDOS...............: ' WRK-TOTAL-RETIDOS.
           DISPLAY 'SEM PROGRESSAO........: ' WRK-TOTAL-SEM-DESTINO.
           DISPLAY 'DEPENDENCIAS GERADAS..: ' WRK-TOTAL-DEP-GERADAS.
           DISPLAY 'DEPENDENCIAS CUMPRIDAS: ' WRK-TOTAL-DEP-CUMPRIDAS.
           DISPLAY 'DEPENDENCIAS PENDENTES: ' WRK-TOTAL-DEP-PENDENTES.
           DISPLAY 'TURMAS ENCERRADAS.....: ' WRK-TOTAL-ENCERRADAS.
           DISPLAY 'DEPEND. NAO GRAVADAS..: ' WRK-TOTAL-DEP-EXCEDENTES.
           DISPLAY 'TROCAS JA PENDENTES...: ' WRK-TOTAL-JA-PENDENTES.
           IF WRK-STATUS-PROGGSF NOT = '35'
               CLOSE GRADE-SORTED-FILE
           END-IF.
           IF NOT SEM-DEPENDF AND WRK-STATUS-DEPENDSF NOT = '35'
               CLOSE DEPEND-SORTED-FILE
           END-IF.
           CLOSE DEPEND-FILE.
           CLOSE PROMOTION-REPORT-FILE.
       8000-FINALIZA-EXIT.
           EXIT.
