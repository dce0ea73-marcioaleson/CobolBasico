       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL27.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: ESTATISTICA DE NOTAS POR DISCIPLINA, TURMA E TERMO
      *          (DISTRIBUICAO POR FAIXA E TAXAS DE APROVACAO)
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRADEHF.
           SELECT STAT-SORT-FILE ASSIGN TO "SRTWKC".
           SELECT STAT-WORK-FILE ASSIGN TO "GRDSTWF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRDSTWF.
           SELECT TURMA-SORT-FILE ASSIGN TO "SRTWKD".
           SELECT STAT-SORTED-FILE ASSIGN TO "GRDSTSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRDSTSF.
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
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "MOVHISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVHISTF.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DISCIPLINA
               FILE STATUS IS WRK-STATUS-DISCMF.
           SELECT GRADE-POLICY-FILE ASSIGN TO "GRDPOLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRDPOLF.
           SELECT STAT-REPORT-FILE ASSIGN TO "ESTATREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTATREL.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM27F"
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

       SD  STAT-SORT-FILE.
       01  SS-REGISTRO.
           05  SS-ID                   PIC X(06).
           05  SS-TERM-CODE            PIC X(06).
           05  SS-DISCIPLINA           PIC X(03).
           05  SS-MEDIA                PIC 9(02)V9.
           05  SS-SEQ                  PIC 9(07).

       FD  STAT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SW-REGISTRO.
           05  SW-ID                   PIC X(06).
           05  SW-TERM-CODE            PIC X(06).
           05  SW-DISCIPLINA           PIC X(03).
           05  SW-MEDIA                PIC 9(02)V9.
           05  SW-SEQ                  PIC 9(07).

       SD  TURMA-SORT-FILE.
       01  TS-REGISTRO.
           05  TS-TERM-CODE            PIC X(06).
           05  TS-DISCIPLINA           PIC X(03).
           05  TS-TURMA                PIC X(10).
           05  TS-MEDIA                PIC 9(02)V9.

       FD  STAT-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  TO-REGISTRO.
           05  TO-TERM-CODE            PIC X(06).
           05  TO-DISCIPLINA           PIC X(03).
           05  TO-TURMA                PIC X(10).
           05  TO-MEDIA                PIC 9(02)V9.

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

       FD  DISC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DM-REGISTRO.
           05  DM-DISCIPLINA           PIC X(03).
           05  DM-NOME                 PIC X(30).
           05  DM-CARGA-HORARIA        PIC 9(04).
           05  DM-STATUS               PIC X(01).
             88 DM-ATIVA                VALUE 'A'.
             88 DM-INATIVA              VALUE 'I'.

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

       FD  STAT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-LINHA                    PIC X(80).

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-TERM-CODE            PIC X(06).
           05  PM-LIMITE-VARIACAO      PIC 9(03).
           05  FILLER                  PIC X(31).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-GRADEHF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GRDSTWF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GRDSTSF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STUMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DISCMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GRDPOLF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ESTATREL     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PARMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TURMAF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-MOVHISTF     PIC X(02) VALUE SPACES.
       77 WRK-SEM-TURMAF          PIC X(01) VALUE 'N'.
         88 SEM-TURMAF            VALUE 'S'.
       77 WRK-FIM-MOVIMENTO       PIC X(01) VALUE 'N'.
         88 FIM-MOVIMENTO         VALUE 'S'.
       77 WRK-MOV-ACHADO          PIC X(01) VALUE 'N'.
         88 MOV-ACHADO            VALUE 'S'.
       77 WRK-QTDE-MOV            PIC 9(05) COMP VALUE ZERO.
       77 WRK-IDX-MOV             PIC 9(05) COMP VALUE ZERO.
       77 WRK-ID-BUSCA            PIC X(06) VALUE SPACES.
       77 WRK-TERMO-BUSCA         PIC X(06) VALUE SPACES.
       77 WRK-TURMA-BUSCA         PIC X(10) VALUE SPACES.
       77 WRK-TERMO-DA-TURMA      PIC X(06) VALUE SPACES.
       77 WRK-TURMA-CADASTRO      PIC X(10) VALUE SPACES.
       77 WRK-TURMA-TERMO         PIC X(10) VALUE SPACES.
       77 WRK-FIM-ARQUIVO         PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-HIST            PIC X(01) VALUE 'N'.
         88 FIM-HIST              VALUE 'S'.
       77 WRK-FIM-TRABALHO        PIC X(01) VALUE 'N'.
         88 FIM-TRABALHO          VALUE 'S'.
       77 WRK-FIM-POLITICA        PIC X(01) VALUE 'N'.
         88 FIM-POLITICA          VALUE 'S'.
       77 WRK-ABORTA-EXECUCAO     PIC X(01) VALUE 'N'.
         88 ABORTA-EXECUCAO       VALUE 'S'.
       77 WRK-SEM-DISCMF          PIC X(01) VALUE 'N'.
         88 SEM-DISCMF            VALUE 'S'.
       77 WRK-POLITICA-ACHADA     PIC X(01) VALUE 'N'.
         88 POLITICA-ACHADA       VALUE 'S'.
       77 WRK-FAIXA-ACHADA        PIC X(01) VALUE 'N'.
         88 FAIXA-ACHADA          VALUE 'S'.
       77 WRK-ANT-ACHADO          PIC X(01) VALUE 'N'.
         88 ANT-ACHADO            VALUE 'S'.
       77 WRK-IMPRIME-TERMO       PIC X(01) VALUE 'N'.
         88 IMPRIME-TERMO         VALUE 'S'.
       77 WRK-TEM-ANTERIOR        PIC X(01) VALUE 'N'.
         88 TEM-ANTERIOR          VALUE 'S'.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-TERMO-PEDIDO        PIC X(06) VALUE SPACES.
       77 WRK-LIMITE-VARIACAO     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-SEQ-ENTRADA         PIC 9(07) VALUE ZEROS.
       77 WRK-ANT-ID              PIC X(06) VALUE SPACES.
       77 WRK-ANT-TERMO           PIC X(06) VALUE SPACES.
       77 WRK-ANT-DISCIPLINA      PIC X(03) VALUE SPACES.
       77 WRK-ANT-MEDIA           PIC 9(02)V9 VALUE ZEROS.
       77 WRK-ID-TURMA            PIC X(06) VALUE SPACES.
       77 WRK-TURMA-ALUNO         PIC X(10) VALUE SPACES.
       77 WRK-TERMO-TURMA         PIC X(06) VALUE SPACES.
       77 WRK-TERMO-ATUAL         PIC X(06) VALUE SPACES.
       77 WRK-TERMO-ANTERIOR      PIC X(06) VALUE SPACES.
       77 WRK-DISC-ATUAL          PIC X(03) VALUE SPACES.
       77 WRK-TURMA-ATUAL         PIC X(10) VALUE SPACES.
       77 WRK-NOTA-APROVACAO      PIC 9(02)V9 VALUE 6.0.
       77 WRK-NOTA-RECUPERACAO    PIC 9(02)V9 VALUE 2.0.
       77 WRK-QTDE-POLITICAS      PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-POL             PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-FAIXA           PIC 9(01) COMP VALUE ZERO.
       77 WRK-QTDE-TURMA          PIC 9(05) COMP VALUE ZERO.
       77 WRK-SOMA-TURMA          PIC 9(07)V9 VALUE ZEROS.
       77 WRK-MIN-TURMA           PIC 9(02)V9 VALUE ZEROS.
       77 WRK-MAX-TURMA           PIC 9(02)V9 VALUE ZEROS.
       77 WRK-APR-TURMA           PIC 9(05) COMP VALUE ZERO.
       77 WRK-REC-TURMA           PIC 9(05) COMP VALUE ZERO.
       77 WRK-REP-TURMA           PIC 9(05) COMP VALUE ZERO.
       77 WRK-MEDIA-TURMA         PIC 9(02)V9 VALUE ZEROS.
       77 WRK-PCT-APROVADO        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-RECUPERACAO     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-REPROVADO       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTDE-DISC           PIC 9(05) COMP VALUE ZERO.
       77 WRK-REP-DISC            PIC 9(05) COMP VALUE ZERO.
       77 WRK-PCT-REP-DISC        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-REP-ANT         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VARIACAO            PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTDE-ATU            PIC 9(03) COMP VALUE ZERO.
       77 WRK-QTDE-ANT            PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-ANT             PIC 9(03) COMP VALUE ZERO.
       77 WRK-TOTAL-LIDOS         PIC 9(07) COMP VALUE ZERO.
       77 WRK-TOTAL-VIGENTES      PIC 9(07) COMP VALUE ZERO.
       77 WRK-TOTAL-GRUPOS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-VARIACOES     PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-IDENTICAS     PIC 9(05) COMP VALUE ZERO.

       01  WRK-FAIXAS-LETRA.
           05  WRK-FAIXA OCCURS 6 TIMES.
               10  WRK-FAIXA-MINIMA    PIC 9(02)V9.
               10  WRK-FAIXA-LETRA     PIC X(01).
               10  WRK-FAIXA-GPA       PIC 9(01)V9.

       01  WRK-CONTAGEM-FAIXAS.
           05  WRK-CONT-FAIXA      PIC 9(05) COMP OCCURS 6 TIMES.

       01  WRK-TABELA-POLITICAS.
           05  WRK-POL-ELEM OCCURS 50 TIMES.
               10  WRK-POL-TERMO       PIC X(06).
               10  WRK-POL-APROVACAO   PIC 9(02)V9.
               10  WRK-POL-RECUPERACAO PIC 9(02)V9.
               10  WRK-POL-FAIXA OCCURS 6 TIMES.
                   15  WRK-POL-MINIMA  PIC 9(02)V9.
                   15  WRK-POL-LETRA   PIC X(01).
                   15  WRK-POL-GPA     PIC 9(01)V9.

       01  WRK-TABELA-MOVIMENTOS.
           05  WRK-MOV-ELEM OCCURS 9999 TIMES.
               10  WRK-MOV-ID          PIC X(06).
               10  WRK-MOV-TERMO       PIC X(06).
               10  WRK-MOV-TURMA       PIC X(10).
               10  WRK-MOV-DATA        PIC 9(08).

       01  WRK-TABELA-ATUAL.
           05  WRK-ATU-ELEM OCCURS 200 TIMES.
               10  WRK-ATU-DISC        PIC X(03).
               10  WRK-ATU-PCT-REP     PIC 9(03)V99.

       01  WRK-TABELA-ANTERIOR.
           05  WRK-ANT-ELEM OCCURS 200 TIMES.
               10  WRK-ANT-DISC        PIC X(03).
               10  WRK-ANT-PCT-REP     PIC 9(03)V99.

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(41) VALUE
               'ESTATISTICA DE NOTAS POR DISCIPLINA/TURMA'.
           05  FILLER              PIC X(08) VALUE ' - DATA '.
           05  RL-C1-DATA          PIC 9(08).
           05  FILLER              PIC X(10) VALUE ' - LIMITE '.
           05  RL-C1-LIMITE        PIC ZZ9.
           05  FILLER              PIC X(10) VALUE ' PONTOS   '.

       01  RL-CAB-TERMO.
           05  FILLER              PIC X(06) VALUE 'TERMO '.
           05  RL-CT-TERMO         PIC X(06).
           05  FILLER              PIC X(13) VALUE ' - APROVACAO '.
           05  RL-CT-APROVACAO     PIC Z9.9.
           05  FILLER              PIC X(15) VALUE ' - RECUPERACAO '.
           05  RL-CT-RECUPERACAO   PIC Z9.9.
           05  FILLER              PIC X(32) VALUE SPACES.

       01  RL-CAB-DISC.
           05  FILLER              PIC X(11) VALUE 'DISCIPLINA '.
           05  RL-CD-DISC          PIC X(03).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  RL-CD-NOME          PIC X(30).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  RL-CAB-COLUNAS.
           05  FILLER              PIC X(13) VALUE '  TURMA'.
           05  FILLER              PIC X(04) VALUE 'QTDE'.
           05  FILLER              PIC X(05) VALUE '  MED'.
           05  FILLER              PIC X(05) VALUE '  MIN'.
           05  FILLER              PIC X(05) VALUE '  MAX'.
           05  FILLER              PIC X(06) VALUE '  %APR'.
           05  FILLER              PIC X(06) VALUE '  %REC'.
           05  FILLER              PIC X(06) VALUE '  %REP'.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  RL-DETALHE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-D-TURMA          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-QTDE           PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-MEDIA          PIC Z9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-MINIMA         PIC Z9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-MAXIMA         PIC Z9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-PCT-APR        PIC ZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-PCT-REC        PIC ZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-PCT-REP        PIC ZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-ALERTA         PIC X(17).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  RL-FAIXAS.
           05  FILLER              PIC X(11) VALUE '    FAIXAS '.
           05  RL-F-ELEM OCCURS 6 TIMES.
               10  RL-F-LETRA      PIC X(01).
               10  RL-F-IGUAL      PIC X(01).
               10  RL-F-QTDE       PIC ZZZ9.
               10  RL-F-ESPACO     PIC X(01).
           05  FILLER              PIC X(27) VALUE SPACES.

       01  RL-TOTAL-DISC.
           05  FILLER              PIC X(14) VALUE
               '  TOTAL QTDE '.
           05  RL-TD-QTDE          PIC ZZZZ9.
           05  FILLER              PIC X(06) VALUE ' %REP '.
           05  RL-TD-PCT-REP       PIC ZZ9.9.
           05  FILLER              PIC X(11) VALUE ' TERMO ANT '.
           05  RL-TD-TERMO-ANT     PIC X(06).
           05  FILLER              PIC X(06) VALUE ' %REP '.
           05  RL-TD-PCT-ANT       PIC ZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-TD-ALERTA        PIC X(10).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  RL-RODAPE-1.
           05  FILLER              PIC X(25) VALUE
               'REGISTROS LIDOS.......: '.
           05  RL-R1-TOTAL         PIC ZZZZZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  RL-RODAPE-2.
           05  FILLER              PIC X(25) VALUE
               'REGISTROS VIGENTES....: '.
           05  RL-R2-TOTAL         PIC ZZZZZZ9.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  RL-RODAPE-3.
           05  FILLER              PIC X(25) VALUE
               'TURMAS/DISCIPLINAS....: '.
           05  RL-R3-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-4.
           05  FILLER              PIC X(25) VALUE
               'VARIACOES SINALIZADAS.: '.
           05  RL-R4-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-5.
           05  FILLER              PIC X(25) VALUE
               'NOTAS IDENTICAS.......: '.
           05  RL-R5-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '-'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0100-LE-PARAMETROS THRU 0100-LE-PARAMETROS-EXIT.
           OPEN INPUT GRADE-HIST-FILE.
           IF WRK-STATUS-GRADEHF = '35'
               DISPLAY 'ARQUIVO DE HISTORICO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
           ELSE
               CLOSE GRADE-HIST-FILE
               OPEN INPUT STUDENT-MASTER-FILE
               IF WRK-STATUS-STUMF = '35'
                   DISPLAY 'CADASTRO MESTRE DE ALUNOS INEXISTENTE'
                   MOVE 8 TO RETURN-CODE
                   SET ABORTA-EXECUCAO TO TRUE
               END-IF
           END-IF.
           IF NOT ABORTA-EXECUCAO
               OPEN INPUT TURMA-MASTER-FILE
               IF WRK-STATUS-TURMAF = '35'
                   DISPLAY 'CADASTRO DE TURMAS INEXISTENTE - '
                       'TURMA ATUAL DO CADASTRO DE ALUNOS ASSUMIDA'
                   SET SEM-TURMAF TO TRUE
               END-IF
               PERFORM 0400-CARREGA-MOVIMENTOS
                   THRU 0400-CARREGA-MOVIMENTOS-EXIT
               IF ABORTA-EXECUCAO
                   CLOSE STUDENT-MASTER-FILE
                   IF NOT SEM-TURMAF
                       CLOSE TURMA-MASTER-FILE
                   END-IF
               END-IF
           END-IF.
           IF NOT ABORTA-EXECUCAO
               SORT STAT-SORT-FILE
                   ON ASCENDING KEY SS-ID
                   ON ASCENDING KEY SS-TERM-CODE
                   ON ASCENDING KEY SS-DISCIPLINA
                   ON ASCENDING KEY SS-SEQ
                   INPUT PROCEDURE IS 0200-LIBERA-HISTORICO
                       THRU 0200-LIBERA-HISTORICO-EXIT
                   GIVING STAT-WORK-FILE
               SORT TURMA-SORT-FILE
                   ON ASCENDING KEY TS-TERM-CODE
                   ON ASCENDING KEY TS-DISCIPLINA
                   ON ASCENDING KEY TS-TURMA
                   INPUT PROCEDURE IS 0300-LIBERA-VIGENTES
                       THRU 0300-LIBERA-VIGENTES-EXIT
                   GIVING STAT-SORTED-FILE
               CLOSE STUDENT-MASTER-FILE
               IF NOT SEM-TURMAF
                   CLOSE TURMA-MASTER-FILE
               END-IF
           END-IF.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
           PERFORM 2000-PROCESSA-TERMO THRU 2000-PROCESSA-TERMO-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT.
           GOBACK.

       0100-LE-PARAMETROS.
           OPEN INPUT DRIVER-PARM-FILE.
           IF WRK-STATUS-PARMF = '35'
               DISPLAY 'TERMO A IMPRIMIR (BRANCO = TODOS)..'
               ACCEPT WRK-TERMO-PEDIDO
               DISPLAY 'LIMITE DE VARIACAO DA REPROVACAO (PONTOS)..'
               ACCEPT WRK-LIMITE-VARIACAO
           ELSE
               READ DRIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-TERM-CODE TO WRK-TERMO-PEDIDO
                       IF PM-LIMITE-VARIACAO NUMERIC
                           MOVE PM-LIMITE-VARIACAO
                               TO WRK-LIMITE-VARIACAO
                       END-IF
               END-READ
               CLOSE DRIVER-PARM-FILE
           END-IF.
           IF WRK-LIMITE-VARIACAO = 0
               MOVE 10 TO WRK-LIMITE-VARIACAO
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
           ADD 1 TO WRK-TOTAL-LIDOS.
           IF GH-SUPERADO
               GO TO 0210-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-SEQ-ENTRADA.
           MOVE GH-ID TO SS-ID.
           MOVE GH-TERM-CODE TO SS-TERM-CODE.
           MOVE GH-DISCIPLINA TO SS-DISCIPLINA.
           MOVE GH-MEDIA TO SS-MEDIA.
           MOVE WRK-SEQ-ENTRADA TO SS-SEQ.
           RELEASE SS-REGISTRO.
       0210-LE-PROXIMO.
           READ GRADE-HIST-FILE
               AT END
                   SET FIM-HIST TO TRUE
           END-READ.
       0210-LIBERA-REGISTRO-EXIT.
           EXIT.

      *    SO O ULTIMO REGISTRO VIGENTE DE CADA ALUNO/TERMO/DISCIPLINA
      *    E CONSIDERADO (O ARQUIVO ESTA EM ORDEM DE SEQUENCIA)
       0300-LIBERA-VIGENTES.
           OPEN INPUT STAT-WORK-FILE.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE 'N' TO WRK-TEM-ANTERIOR.
           READ STAT-WORK-FILE
               AT END
                   SET FIM-TRABALHO TO TRUE
           END-READ.
           PERFORM 0310-CASA-VIGENTE THRU 0310-CASA-VIGENTE-EXIT
               UNTIL FIM-TRABALHO.
           IF TEM-ANTERIOR
               PERFORM 0320-LIBERA-ANTERIOR
                   THRU 0320-LIBERA-ANTERIOR-EXIT
           END-IF.
           CLOSE STAT-WORK-FILE.
       0300-LIBERA-VIGENTES-EXIT.
           EXIT.

       0310-CASA-VIGENTE.
           IF TEM-ANTERIOR
               AND (SW-ID NOT = WRK-ANT-ID
               OR SW-TERM-CODE NOT = WRK-ANT-TERMO
               OR SW-DISCIPLINA NOT = WRK-ANT-DISCIPLINA)
               PERFORM 0320-LIBERA-ANTERIOR
                   THRU 0320-LIBERA-ANTERIOR-EXIT
           END-IF.
           MOVE SW-ID TO WRK-ANT-ID.
           MOVE SW-TERM-CODE TO WRK-ANT-TERMO.
           MOVE SW-DISCIPLINA TO WRK-ANT-DISCIPLINA.
           MOVE SW-MEDIA TO WRK-ANT-MEDIA.
           SET TEM-ANTERIOR TO TRUE.
           READ STAT-WORK-FILE
               AT END
                   SET FIM-TRABALHO TO TRUE
           END-READ.
       0310-CASA-VIGENTE-EXIT.
           EXIT.

       0320-LIBERA-ANTERIOR.
           IF WRK-ANT-ID NOT = WRK-ID-TURMA
               MOVE WRK-ANT-ID TO WRK-ID-TURMA
               MOVE SPACES TO WRK-TERMO-TURMA
               MOVE WRK-ANT-ID TO SM-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-TURMA-CADASTRO
                   NOT INVALID KEY
                       MOVE SM-TURMA TO WRK-TURMA-CADASTRO
               END-READ
           END-IF.
           IF WRK-ANT-TERMO NOT = WRK-TERMO-TURMA
               MOVE WRK-ANT-TERMO TO WRK-TERMO-TURMA
               MOVE WRK-ANT-ID TO WRK-ID-BUSCA
               MOVE WRK-ANT-TERMO TO WRK-TERMO-BUSCA
               PERFORM 0450-TURMA-NO-TERMO
                   THRU 0450-TURMA-NO-TERMO-EXIT
               MOVE WRK-TURMA-TERMO TO WRK-TURMA-ALUNO
           END-IF.
           ADD 1 TO WRK-TOTAL-VIGENTES.
           MOVE WRK-ANT-TERMO TO TS-TERM-CODE.
           MOVE WRK-ANT-DISCIPLINA TO TS-DISCIPLINA.
           MOVE WRK-TURMA-ALUNO TO TS-TURMA.
           MOVE WRK-ANT-MEDIA TO TS-MEDIA.
           RELEASE TS-REGISTRO.
       0320-LIBERA-ANTERIOR-EXIT.
           EXIT.

      *    TURMA DO ALUNO EM CADA TERMO: A DA ULTIMA MOVIMENTACAO
      *    (MOVHISTF) PARA UMA TURMA DAQUELE TERMO (TU-TERM-CODE)
       0400-CARREGA-MOVIMENTOS.
           MOVE ZERO TO WRK-QTDE-MOV.
           MOVE 'N' TO WRK-FIM-MOVIMENTO.
           IF SEM-TURMAF
               GO TO 0400-CARREGA-MOVIMENTOS-EXIT
           END-IF.
           OPEN INPUT MOVEMENT-HISTORY-FILE.
           IF WRK-STATUS-MOVHISTF = '35'
               DISPLAY 'HISTORICO DE MOVIMENTACAO INEXISTENTE - '
                   'TURMA CONFERIDA PELO CADASTRO'
               GO TO 0400-CARREGA-MOVIMENTOS-EXIT
           END-IF.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET FIM-MOVIMENTO TO TRUE
           END-READ.
           PERFORM 0410-GUARDA-MOVIMENTO
               THRU 0410-GUARDA-MOVIMENTO-EXIT
               UNTIL FIM-MOVIMENTO.
           CLOSE MOVEMENT-HISTORY-FILE.
       0400-CARREGA-MOVIMENTOS-EXIT.
           EXIT.

       0410-GUARDA-MOVIMENTO.
           IF MV-DATA-EFETIVA NOT NUMERIC
               OR MV-TURMA-NOVA = SPACES
               GO TO 0410-LE-PROXIMO
           END-IF.
           MOVE MV-TURMA-NOVA TO WRK-TURMA-BUSCA.
           PERFORM 0430-TERMO-DA-TURMA
               THRU 0430-TERMO-DA-TURMA-EXIT.
           IF WRK-TERMO-DA-TURMA = SPACES
               GO TO 0410-LE-PROXIMO
           END-IF.
           MOVE MV-ID TO WRK-ID-BUSCA.
           MOVE WRK-TERMO-DA-TURMA TO WRK-TERMO-BUSCA.
           PERFORM 0420-LOCALIZA-MOVIMENTO
               THRU 0420-LOCALIZA-MOVIMENTO-EXIT.
           IF NOT MOV-ACHADO
               IF WRK-QTDE-MOV < 9999
                   ADD 1 TO WRK-QTDE-MOV
                   MOVE WRK-QTDE-MOV TO WRK-IDX-MOV
                   MOVE MV-ID TO WRK-MOV-ID (WRK-IDX-MOV)
                   MOVE WRK-TERMO-DA-TURMA
                       TO WRK-MOV-TERMO (WRK-IDX-MOV)
                   MOVE ZEROS TO WRK-MOV-DATA (WRK-IDX-MOV)
               ELSE
                   DISPLAY 'TABELA DE MOVIMENTACAO CHEIA - '
                       'EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   SET ABORTA-EXECUCAO TO TRUE
                   SET FIM-MOVIMENTO TO TRUE
                   GO TO 0410-GUARDA-MOVIMENTO-EXIT
               END-IF
           END-IF.
           IF MV-DATA-EFETIVA NOT < WRK-MOV-DATA (WRK-IDX-MOV)
               MOVE MV-TURMA-NOVA TO WRK-MOV-TURMA (WRK-IDX-MOV)
               MOVE MV-DATA-EFETIVA TO WRK-MOV-DATA (WRK-IDX-MOV)
           END-IF.
       0410-LE-PROXIMO.
           READ MOVEMENT-HISTORY-FILE
               AT END
                   SET FIM-MOVIMENTO TO TRUE
           END-READ.
       0410-GUARDA-MOVIMENTO-EXIT.
           EXIT.

       0420-LOCALIZA-MOVIMENTO.
           MOVE 'N' TO WRK-MOV-ACHADO.
           MOVE ZERO TO WRK-IDX-MOV.
           PERFORM 0425-COMPARA-MOVIMENTO
               THRU 0425-COMPARA-MOVIMENTO-EXIT
               UNTIL MOV-ACHADO
               OR WRK-IDX-MOV >= WRK-QTDE-MOV.
       0420-LOCALIZA-MOVIMENTO-EXIT.
           EXIT.

       0425-COMPARA-MOVIMENTO.
           ADD 1 TO WRK-IDX-MOV.
           IF WRK-MOV-ID (WRK-IDX-MOV) = WRK-ID-BUSCA
               AND WRK-MOV-TERMO (WRK-IDX-MOV) = WRK-TERMO-BUSCA
               SET MOV-ACHADO TO TRUE
           END-IF.
       0425-COMPARA-MOVIMENTO-EXIT.
           EXIT.

       0430-TERMO-DA-TURMA.
           MOVE SPACES TO WRK-TERMO-DA-TURMA.
           IF SEM-TURMAF
               GO TO 0430-TERMO-DA-TURMA-EXIT
           END-IF.
           MOVE WRK-TURMA-BUSCA TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
                   GO TO 0430-TERMO-DA-TURMA-EXIT
           END-READ.
           MOVE TU-TERM-CODE TO WRK-TERMO-DA-TURMA.
       0430-TERMO-DA-TURMA-EXIT.
           EXIT.

      *    ENTRADA: WRK-ID-BUSCA, WRK-TERMO-BUSCA E WRK-TURMA-CADASTRO
      *    (SM-TURMA ATUAL). SEM MOVIMENTACAO NO TERMO, A TURMA DO
      *    CADASTRO SO VALE SE FOR TURMA DAQUELE TERMO
       0450-TURMA-NO-TERMO.
           IF SEM-TURMAF
               IF WRK-TURMA-CADASTRO = SPACES
                   MOVE 'SEM TURMA' TO WRK-TURMA-TERMO
               ELSE
                   MOVE WRK-TURMA-CADASTRO TO WRK-TURMA-TERMO
               END-IF
               GO TO 0450-TURMA-NO-TERMO-EXIT
           END-IF.
           MOVE 'SEM TURMA' TO WRK-TURMA-TERMO.
           PERFORM 0420-LOCALIZA-MOVIMENTO
               THRU 0420-LOCALIZA-MOVIMENTO-EXIT.
           IF MOV-ACHADO
               MOVE WRK-MOV-TURMA (WRK-IDX-MOV) TO WRK-TURMA-TERMO
               GO TO 0450-TURMA-NO-TERMO-EXIT
           END-IF.
           IF WRK-TURMA-CADASTRO = SPACES
               GO TO 0450-TURMA-NO-TERMO-EXIT
           END-IF.
           MOVE WRK-TURMA-CADASTRO TO WRK-TURMA-BUSCA.
           PERFORM 0430-TERMO-DA-TURMA
               THRU 0430-TERMO-DA-TURMA-EXIT.
           IF WRK-TERMO-DA-TURMA = WRK-TERMO-BUSCA
               MOVE WRK-TURMA-CADASTRO TO WRK-TURMA-TERMO
           END-IF.
       0450-TURMA-NO-TERMO-EXIT.
           EXIT.

       1000-INICIALIZA.
           OPEN OUTPUT STAT-REPORT-FILE.
           MOVE WRK-DATA-EXECUCAO TO RL-C1-DATA.
           MOVE WRK-LIMITE-VARIACAO TO RL-C1-LIMITE.
           WRITE RL-LINHA FROM RL-CABECALHO-1.
           IF ABORTA-EXECUCAO
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           PERFORM 1200-CARREGA-POLITICAS
               THRU 1200-CARREGA-POLITICAS-EXIT.
           OPEN INPUT DISC-MASTER-FILE.
           IF WRK-STATUS-DISCMF = '35'
               DISPLAY 'CADASTRO MESTRE DE DISCIPLINAS INEXISTENTE - '
                   'IMPRESSO O CODIGO DA DISCIPLINA'
               SET SEM-DISCMF TO TRUE
           END-IF.
           OPEN INPUT STAT-SORTED-FILE.
           IF WRK-STATUS-GRDSTSF = '35'
               DISPLAY 'ARQUIVO ORDENADO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET FIM-ARQUIVO TO TRUE
           ELSE
               READ STAT-SORTED-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
               END-READ
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

       1210-POLITICA-PADRAO.
           MOVE 6.0 TO WRK-NOTA-APROVACAO.
           MOVE 2.0 TO WRK-NOTA-RECUPERACAO.
           MOVE 9.0 TO WRK-FAIXA-MINIMA (1).
           MOVE 'A' TO WRK-FAIXA-LETRA (1).
           MOVE 4.0 TO WRK-FAIXA-GPA (1).
           MOVE 8.0 TO WRK-FAIXA-MINIMA (2).
           MOVE 'B' TO WRK-FAIXA-LETRA (2).
           MOVE 3.0 TO WRK-FAIXA-GPA (2).
           MOVE 7.0 TO WRK-FAIXA-MINIMA (3).
           MOVE 'C' TO WRK-FAIXA-LETRA (3).
           MOVE 2.0 TO WRK-FAIXA-GPA (3).
           MOVE 6.0 TO WRK-FAIXA-MINIMA (4).
           MOVE 'D' TO WRK-FAIXA-LETRA (4).
           MOVE 1.0 TO WRK-FAIXA-GPA (4).
           MOVE 2.0 TO WRK-FAIXA-MINIMA (5).
           MOVE 'R' TO WRK-FAIXA-LETRA (5).
           MOVE 0.5 TO WRK-FAIXA-GPA (5).
           MOVE ZEROS TO WRK-FAIXA-MINIMA (6).
           MOVE 'F' TO WRK-FAIXA-LETRA (6).
           MOVE ZEROS TO WRK-FAIXA-GPA (6).
       1210-POLITICA-PADRAO-EXIT.
           EXIT.

       1220-GUARDA-POLITICA.
           IF WRK-QTDE-POLITICAS < 50
               ADD 1 TO WRK-QTDE-POLITICAS
               MOVE WRK-QTDE-POLITICAS TO WRK-IDX-POL
               MOVE PL-TERM-CODE TO WRK-POL-TERMO (WRK-IDX-POL)
               MOVE PL-NOTA-APROVACAO
                   TO WRK-POL-APROVACAO (WRK-IDX-POL)
               MOVE PL-NOTA-RECUPERACAO
                   TO WRK-POL-RECUPERACAO (WRK-IDX-POL)
               MOVE ZERO TO WRK-IDX-FAIXA
               PERFORM 1230-GUARDA-FAIXA
                   THRU 1230-GUARDA-FAIXA-EXIT
                   UNTIL WRK-IDX-FAIXA >= 6
           ELSE
               DISPLAY 'TABELA DE POLITICAS CHEIA'
           END-IF.
           READ GRADE-POLICY-FILE
               AT END
                   SET FIM-POLITICA TO TRUE
           END-READ.
       1220-GUARDA-POLITICA-EXIT.
           EXIT.

       1230-GUARDA-FAIXA.
           ADD 1 TO WRK-IDX-FAIXA.
           MOVE PL-FAIXA-MINIMA (WRK-IDX-FAIXA)
               TO WRK-POL-MINIMA (WRK-IDX-POL, WRK-IDX-FAIXA).
           MOVE PL-FAIXA-LETRA (WRK-IDX-FAIXA)
               TO WRK-POL-LETRA (WRK-IDX-POL, WRK-IDX-FAIXA).
           MOVE PL-FAIXA-GPA (WRK-IDX-FAIXA)
               TO WRK-POL-GPA (WRK-IDX-POL, WRK-IDX-FAIXA).
       1230-GUARDA-FAIXA-EXIT.
           EXIT.

       2000-PROCESSA-TERMO.
           MOVE TO-TERM-CODE TO WRK-TERMO-ATUAL.
           MOVE ZERO TO WRK-QTDE-ATU.
           PERFORM 2050-SELECIONA-POLITICA
               THRU 2050-SELECIONA-POLITICA-EXIT.
           IF WRK-TERMO-PEDIDO = SPACES
               OR WRK-TERMO-PEDIDO = WRK-TERMO-ATUAL
               SET IMPRIME-TERMO TO TRUE
           ELSE
               MOVE 'N' TO WRK-IMPRIME-TERMO
           END-IF.
           IF IMPRIME-TERMO
               MOVE WRK-TERMO-ATUAL TO RL-CT-TERMO
               MOVE WRK-NOTA-APROVACAO TO RL-CT-APROVACAO
               MOVE WRK-NOTA-RECUPERACAO TO RL-CT-RECUPERACAO
               WRITE RL-LINHA FROM RL-SEPARADOR
               WRITE RL-LINHA FROM RL-CAB-TERMO
           END-IF.
           PERFORM 2100-PROCESSA-DISCIPLINA
               THRU 2100-PROCESSA-DISCIPLINA-EXIT
               UNTIL FIM-ARQUIVO
               OR TO-TERM-CODE NOT = WRK-TERMO-ATUAL.
           MOVE WRK-TABELA-ATUAL TO WRK-TABELA-ANTERIOR.
           MOVE WRK-QTDE-ATU TO WRK-QTDE-ANT.
           MOVE WRK-TERMO-ATUAL TO WRK-TERMO-ANTERIOR.
       2000-PROCESSA-TERMO-EXIT.
           EXIT.

       2050-SELECIONA-POLITICA.
           PERFORM 1210-POLITICA-PADRAO
               THRU 1210-POLITICA-PADRAO-EXIT.
           MOVE 'N' TO WRK-POLITICA-ACHADA.
           MOVE ZERO TO WRK-IDX-POL.
           PERFORM 2060-PROCURA-POLITICA
               THRU 2060-PROCURA-POLITICA-EXIT
               UNTIL POLITICA-ACHADA
               OR WRK-IDX-POL >= WRK-QTDE-POLITICAS.
           IF POLITICA-ACHADA
               MOVE WRK-POL-APROVACAO (WRK-IDX-POL)
                   TO WRK-NOTA-APROVACAO
               MOVE WRK-POL-RECUPERACAO (WRK-IDX-POL)
                   TO WRK-NOTA-RECUPERACAO
               MOVE ZERO TO WRK-IDX-FAIXA
               PERFORM 2070-COPIA-FAIXA-TERMO
                   THRU 2070-COPIA-FAIXA-TERMO-EXIT
                   UNTIL WRK-IDX-FAIXA >= 6
           END-IF.
       2050-SELECIONA-POLITICA-EXIT.
           EXIT.

       2060-PROCURA-POLITICA.
           ADD 1 TO WRK-IDX-POL.
           IF WRK-POL-TERMO (WRK-IDX-POL) = WRK-TERMO-ATUAL
               SET POLITICA-ACHADA TO TRUE
           END-IF.
       2060-PROCURA-POLITICA-EXIT.
           EXIT.

       2070-COPIA-FAIXA-TERMO.
           ADD 1 TO WRK-IDX-FAIXA.
           MOVE WRK-POL-MINIMA (WRK-IDX-POL, WRK-IDX-FAIXA)
               TO WRK-FAIXA-MINIMA (WRK-IDX-FAIXA).
           MOVE WRK-POL-LETRA (WRK-IDX-POL, WRK-IDX-FAIXA)
               TO WRK-FAIXA-LETRA (WRK-IDX-FAIXA).
           MOVE WRK-POL-GPA (WRK-IDX-POL, WRK-IDX-FAIXA)
               TO WRK-FAIXA-GPA (WRK-IDX-FAIXA).
       2070-COPIA-FAIXA-TERMO-EXIT.
           EXIT.

       2100-PROCESSA-DISCIPLINA.
           MOVE TO-DISCIPLINA TO WRK-DISC-ATUAL.
           MOVE ZERO TO WRK-QTDE-DISC.
           MOVE ZERO TO WRK-REP-DISC.
           IF IMPRIME-TERMO
               PERFORM 2500-BUSCA-NOME-DISC
                   THRU 2500-BUSCA-NOME-DISC-EXIT
               MOVE WRK-DISC-ATUAL TO RL-CD-DISC
               WRITE RL-LINHA FROM RL-CAB-DISC
               WRITE RL-LINHA FROM RL-CAB-COLUNAS
           END-IF.
           PERFORM 2200-PROCESSA-TURMA
               THRU 2200-PROCESSA-TURMA-EXIT
               UNTIL FIM-ARQUIVO
               OR TO-TERM-CODE NOT = WRK-TERMO-ATUAL
               OR TO-DISCIPLINA NOT = WRK-DISC-ATUAL.
           PERFORM 2400-COMPARA-TERMO-ANTERIOR
               THRU 2400-COMPARA-TERMO-ANTERIOR-EXIT.
       2100-PROCESSA-DISCIPLINA-EXIT.
           EXIT.

       2200-PROCESSA-TURMA.
           MOVE TO-TURMA TO WRK-TURMA-ATUAL.
           MOVE ZERO TO WRK-QTDE-TURMA.
           MOVE ZEROS TO WRK-SOMA-TURMA.
           MOVE 99.9 TO WRK-MIN-TURMA.
           MOVE ZEROS TO WRK-MAX-TURMA.
           MOVE ZERO TO WRK-APR-TURMA.
           MOVE ZERO TO WRK-REC-TURMA.
           MOVE ZERO TO WRK-REP-TURMA.
           MOVE ZEROS TO WRK-CONTAGEM-FAIXAS.
           MOVE ZERO TO WRK-IDX-FAIXA.
           PERFORM 2210-ZERA-FAIXA THRU 2210-ZERA-FAIXA-EXIT
               UNTIL WRK-IDX-FAIXA >= 6.
           PERFORM 2300-ACUMULA-NOTA THRU 2300-ACUMULA-NOTA-EXIT
               UNTIL FIM-ARQUIVO
               OR TO-TERM-CODE NOT = WRK-TERMO-ATUAL
               OR TO-DISCIPLINA NOT = WRK-DISC-ATUAL
               OR TO-TURMA NOT = WRK-TURMA-ATUAL.
           ADD 1 TO WRK-TOTAL-GRUPOS.
           ADD WRK-QTDE-TURMA TO WRK-QTDE-DISC.
           ADD WRK-REP-TURMA TO WRK-REP-DISC.
           COMPUTE WRK-MEDIA-TURMA ROUNDED =
               WRK-SOMA-TURMA / WRK-QTDE-TURMA.
           COMPUTE WRK-PCT-APROVADO ROUNDED =
               (WRK-APR-TURMA * 100) / WRK-QTDE-TURMA.
           COMPUTE WRK-PCT-RECUPERACAO ROUNDED =
               (WRK-REC-TURMA * 100) / WRK-QTDE-TURMA.
           COMPUTE WRK-PCT-REPROVADO ROUNDED =
               (WRK-REP-TURMA * 100) / WRK-QTDE-TURMA.
           MOVE SPACES TO RL-D-ALERTA.
           IF WRK-QTDE-TURMA > 1
               AND WRK-MIN-TURMA = WRK-MAX-TURMA
               AND IMPRIME-TERMO
               ADD 1 TO WRK-TOTAL-IDENTICAS
               MOVE '*NOTAS IDENTICAS*' TO RL-D-ALERTA
               DISPLAY 'NOTAS IDENTICAS: TERMO ' WRK-TERMO-ATUAL
                   ' DISC ' WRK-DISC-ATUAL ' TURMA ' WRK-TURMA-ATUAL
           END-IF.
           IF IMPRIME-TERMO
               MOVE WRK-TURMA-ATUAL TO RL-D-TURMA
               MOVE WRK-QTDE-TURMA TO RL-D-QTDE
               MOVE WRK-MEDIA-TURMA TO RL-D-MEDIA
               MOVE WRK-MIN-TURMA TO RL-D-MINIMA
               MOVE WRK-MAX-TURMA TO RL-D-MAXIMA
               MOVE WRK-PCT-APROVADO TO RL-D-PCT-APR
               MOVE WRK-PCT-RECUPERACAO TO RL-D-PCT-REC
               MOVE WRK-PCT-REPROVADO TO RL-D-PCT-REP
               WRITE RL-LINHA FROM RL-DETALHE
               MOVE ZERO TO WRK-IDX-FAIXA
               PERFORM 2220-MONTA-FAIXA THRU 2220-MONTA-FAIXA-EXIT
                   UNTIL WRK-IDX-FAIXA >= 6
               WRITE RL-LINHA FROM RL-FAIXAS
           END-IF.
       2200-PROCESSA-TURMA-EXIT.
           EXIT.

       2210-ZERA-FAIXA.
           ADD 1 TO WRK-IDX-FAIXA.
           MOVE ZERO TO WRK-CONT-FAIXA (WRK-IDX-FAIXA).
       2210-ZERA-FAIXA-EXIT.
           EXIT.

       2220-MONTA-FAIXA.
           ADD 1 TO WRK-IDX-FAIXA.
           MOVE WRK-FAIXA-LETRA (WRK-IDX-FAIXA)
               TO RL-F-LETRA (WRK-IDX-FAIXA).
           MOVE '=' TO RL-F-IGUAL (WRK-IDX-FAIXA).
           MOVE WRK-CONT-FAIXA (WRK-IDX-FAIXA)
               TO RL-F-QTDE (WRK-IDX-FAIXA).
           MOVE SPACE TO RL-F-ESPACO (WRK-IDX-FAIXA).
       2220-MONTA-FAIXA-EXIT.
           EXIT.

       2300-ACUMULA-NOTA.
           ADD 1 TO WRK-QTDE-TURMA.
           ADD TO-MEDIA TO WRK-SOMA-TURMA.
           IF TO-MEDIA < WRK-MIN-TURMA
               MOVE TO-MEDIA TO WRK-MIN-TURMA
           END-IF.
           IF TO-MEDIA > WRK-MAX-TURMA
               MOVE TO-MEDIA TO WRK-MAX-TURMA
           END-IF.
           IF TO-MEDIA >= WRK-NOTA-APROVACAO
               ADD 1 TO WRK-APR-TURMA
           ELSE
               IF TO-MEDIA >= WRK-NOTA-RECUPERACAO
                   ADD 1 TO WRK-REC-TURMA
               ELSE
                   ADD 1 TO WRK-REP-TURMA
               END-IF
           END-IF.
           PERFORM 3000-CLASSIFICA-FAIXA
               THRU 3000-CLASSIFICA-FAIXA-EXIT.
           READ STAT-SORTED-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
       2300-ACUMULA-NOTA-EXIT.
           EXIT.

       2400-COMPARA-TERMO-ANTERIOR.
           IF WRK-QTDE-DISC > 0
               COMPUTE WRK-PCT-REP-DISC ROUNDED =
                   (WRK-REP-DISC * 100) / WRK-QTDE-DISC
           ELSE
               MOVE ZEROS TO WRK-PCT-REP-DISC
           END-IF.
           IF WRK-QTDE-ATU < 200
               ADD 1 TO WRK-QTDE-ATU
               MOVE WRK-DISC-ATUAL TO WRK-ATU-DISC (WRK-QTDE-ATU)
               MOVE WRK-PCT-REP-DISC TO WRK-ATU-PCT-REP (WRK-QTDE-ATU)
           ELSE
               DISPLAY 'TABELA DE DISCIPLINAS DO TERMO CHEIA - '
                   'DISCIPLINA ' WRK-DISC-ATUAL ' SEM COMPARACAO'
           END-IF.
           MOVE 'N' TO WRK-ANT-ACHADO.
           MOVE ZERO TO WRK-IDX-ANT.
           PERFORM 2410-PROCURA-ANTERIOR
               THRU 2410-PROCURA-ANTERIOR-EXIT
               UNTIL ANT-ACHADO OR WRK-IDX-ANT >= WRK-QTDE-ANT.
           MOVE SPACES TO RL-TD-ALERTA.
           IF ANT-ACHADO
               MOVE WRK-ANT-PCT-REP (WRK-IDX-ANT) TO WRK-PCT-REP-ANT
               MOVE WRK-TERMO-ANTERIOR TO RL-TD-TERMO-ANT
               IF WRK-PCT-REP-DISC >= WRK-PCT-REP-ANT
                   COMPUTE WRK-VARIACAO =
                       WRK-PCT-REP-DISC - WRK-PCT-REP-ANT
               ELSE
                   COMPUTE WRK-VARIACAO =
                       WRK-PCT-REP-ANT - WRK-PCT-REP-DISC
               END-IF
               IF WRK-VARIACAO > WRK-LIMITE-VARIACAO
                   AND IMPRIME-TERMO
                   ADD 1 TO WRK-TOTAL-VARIACOES
                   MOVE '*VARIACAO*' TO RL-TD-ALERTA
                   DISPLAY 'VARIACAO NA REPROVACAO: TERMO '
                       WRK-TERMO-ATUAL ' DISC ' WRK-DISC-ATUAL
               END-IF
           ELSE
               MOVE ZEROS TO WRK-PCT-REP-ANT
               MOVE 'NENHUM' TO RL-TD-TERMO-ANT
           END-IF.
           IF IMPRIME-TERMO
               MOVE WRK-QTDE-DISC TO RL-TD-QTDE
               MOVE WRK-PCT-REP-DISC TO RL-TD-PCT-REP
               MOVE WRK-PCT-REP-ANT TO RL-TD-PCT-ANT
               WRITE RL-LINHA FROM RL-TOTAL-DISC
           END-IF.
       2400-COMPARA-TERMO-ANTERIOR-EXIT.
           EXIT.

       2410-PROCURA-ANTERIOR.
           ADD 1 TO WRK-IDX-ANT.
           IF WRK-ANT-DISC (WRK-IDX-ANT) = WRK-DISC-ATUAL
               SET ANT-ACHADO TO TRUE
           END-IF.
       2410-PROCURA-ANTERIOR-EXIT.
           EXIT.

       2500-BUSCA-NOME-DISC.
           MOVE WRK-DISC-ATUAL TO RL-CD-NOME.
           IF SEM-DISCMF
               GO TO 2500-BUSCA-NOME-DISC-EXIT
           END-IF.
           MOVE WRK-DISC-ATUAL TO DM-DISCIPLINA.
           READ DISC-MASTER-FILE
               INVALID KEY
                   MOVE 'DISCIPLINA NAO CADASTRADA' TO RL-CD-NOME
                   GO TO 2500-BUSCA-NOME-DISC-EXIT
           END-READ.
           MOVE DM-NOME TO RL-CD-NOME.
       2500-BUSCA-NOME-DISC-EXIT.
           EXIT.

       3000-CLASSIFICA-FAIXA.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZERO TO WRK-IDX-FAIXA.
           PERFORM 3100-TESTA-FAIXA THRU 3100-TESTA-FAIXA-EXIT
               UNTIL FAIXA-ACHADA OR WRK-IDX-FAIXA >= 6.
           IF NOT FAIXA-ACHADA
               ADD 1 TO WRK-CONT-FAIXA (6)
           END-IF.
       3000-CLASSIFICA-FAIXA-EXIT.
           EXIT.

       3100-TESTA-FAIXA.
           ADD 1 TO WRK-IDX-FAIXA.
           IF TO-MEDIA >= WRK-FAIXA-MINIMA (WRK-IDX-FAIXA)
               SET FAIXA-ACHADA TO TRUE
               ADD 1 TO WRK-CONT-FAIXA (WRK-IDX-FAIXA)
           END-IF.
       3100-TESTA-FAIXA-EXIT.
           EXIT.

       8000-FINALIZA.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           MOVE WRK-TOTAL-LIDOS TO RL-R1-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           MOVE WRK-TOTAL-VIGENTES TO RL-R2-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-2.
           MOVE WRK-TOTAL-GRUPOS TO RL-R3-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-3.
           MOVE WRK-TOTAL-VARIACOES TO RL-R4-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-4.
           MOVE WRK-TOTAL-IDENTICAS TO RL-R5-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-5.
           DISPLAY 'REGISTROS LIDOS.......: ' WRK-TOTAL-LIDOS.
           DISPLAY 'REGISTROS VIGENTES....: ' WRK-TOTAL-VIGENTES.
           DISPLAY 'TURMAS/DISCIPLINAS....: ' WRK-TOTAL-GRUPOS.
           DISPLAY 'VARIACOES SINALIZADAS.: ' WRK-TOTAL-VARIACOES.
           DISPLAY 'NOTAS IDENTICAS.......: ' WRK-TOTAL-IDENTICAS.
           IF (WRK-TOTAL-VARIACOES > 0 OR WRK-TOTAL-IDENTICAS > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT ABORTA-EXECUCAO
               IF WRK-STATUS-GRDSTSF NOT = '35'
                   CLOSE STAT-SORTED-FILE
               END-IF
               IF NOT SEM-DISCMF
                   CLOSE DISC-MASTER-FILE
               END-IF
           END-IF.
           CLOSE STAT-REPORT-FILE.
       8000-FINALIZA-EXIT.
           EXIT.
