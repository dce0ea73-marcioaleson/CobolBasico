       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL35.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: SITUACAO ACADEMICA (REGULAR / ADVERTENCIA / PROBACAO
      *          / LIBERADO) PELO GPA ACUMULADO, COM HISTORICO POR
      *          TERMO EM SITACF E LISTAGEM POR TURMA
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRADEHF.
           SELECT GRADE-SORT-FILE ASSIGN TO "SRTWKN".
           SELECT GRADE-SORTED-FILE ASSIGN TO "SITGSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SITGSF.
           SELECT STANDING-SORT-FILE ASSIGN TO "SRTWKO".
           SELECT STANDING-SORTED-FILE ASSIGN TO "SITLSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SITLSF.
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
           SELECT STANDING-FILE ASSIGN TO "SITACF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-CHAVE
               FILE STATUS IS WRK-STATUS-SITACF.
           SELECT STANDING-REPORT-FILE ASSIGN TO "SITREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SITREL.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM35F"
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
           05  GS-TERM-CODE            PIC X(06).
           05  GS-DISCIPLINA           PIC X(03).
           05  GS-MEDIA                PIC 9(02)V9.
           05  GS-SEQ                  PIC 9(07).

       FD  GRADE-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  GO-REGISTRO.
           05  GO-ID                   PIC X(06).
           05  GO-TERM-CODE            PIC X(06).
           05  GO-DISCIPLINA           PIC X(03).
           05  GO-MEDIA                PIC 9(02)V9.
           05  GO-SEQ                  PIC 9(07).

       SD  STANDING-SORT-FILE.
       01  LS-REGISTRO.
           05  LS-TURMA                PIC X(10).
           05  LS-ID                   PIC X(06).
           05  LS-NOME                 PIC X(30).
           05  LS-TERM-CODE            PIC X(06).
           05  LS-GPA-TERMO            PIC 9(01)V99.
           05  LS-GPA-ACUMULADO        PIC 9(01)V99.
           05  LS-CLASSIFICACAO        PIC X(01).
           05  LS-CLASSIF-ANTERIOR     PIC X(01).
           05  LS-TERMOS-ABAIXO        PIC 9(02).

       FD  STANDING-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  LO-REGISTRO.
           05  LO-TURMA                PIC X(10).
           05  LO-ID                   PIC X(06).
           05  LO-NOME                 PIC X(30).
           05  LO-TERM-CODE            PIC X(06).
           05  LO-GPA-TERMO            PIC 9(01)V99.
           05  LO-GPA-ACUMULADO        PIC 9(01)V99.
           05  LO-CLASSIFICACAO        PIC X(01).
           05  LO-CLASSIF-ANTERIOR     PIC X(01).
           05  LO-TERMOS-ABAIXO        PIC 9(02).

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

      *    UM REGISTRO POR ALUNO/TERMO - A SEQUENCIA DE TERMOS DE UM
      *    ALUNO E O HISTORICO DA SUA SITUACAO ACADEMICA
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

       FD  STANDING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-LINHA                    PIC X(80).

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-TERM-CODE            PIC X(06).
           05  PM-GPA-CORTE            PIC X(03).
           05  PM-TERMOS-PROBACAO      PIC X(01).
           05  FILLER                  PIC X(30).
       WORKING-STORAGE SECTION.
       77 WRK-FIM-ARQUIVO         PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-FIM-HIST            PIC X(01) VALUE 'N'.
         88 FIM-HIST              VALUE 'S'.
       77 WRK-FIM-TRABALHO        PIC X(01) VALUE 'N'.
         88 FIM-TRABALHO          VALUE 'S'.
       77 WRK-FIM-POLITICA        PIC X(01) VALUE 'N'.
         88 FIM-POLITICA          VALUE 'S'.
       77 WRK-STATUS-GRADEHF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-SITGSF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-SITLSF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STUMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DISCMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GRDPOLF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-SITACF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-SITREL       PIC X(02) VALUE SPACES.
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
       77 WRK-ABORTA-EXECUCAO     PIC X(01) VALUE 'N'.
         88 ABORTA-EXECUCAO       VALUE 'S'.
       77 WRK-SEM-DISCMF          PIC X(01) VALUE 'N'.
         88 SEM-DISCMF            VALUE 'S'.
       77 WRK-TEM-ANTERIOR        PIC X(01) VALUE 'N'.
         88 TEM-ANTERIOR          VALUE 'S'.
       77 WRK-ALUNO-ATIVO         PIC X(01) VALUE 'N'.
         88 ALUNO-ATIVO           VALUE 'S'.
       77 WRK-TEM-SELECIONADO     PIC X(01) VALUE 'N'.
         88 TEM-SELECIONADO       VALUE 'S'.
       77 WRK-SITUACAO-EXISTE     PIC X(01) VALUE 'N'.
         88 SITUACAO-EXISTE       VALUE 'S'.
       77 WRK-POLITICA-ACHADA     PIC X(01) VALUE 'N'.
         88 POLITICA-ACHADA       VALUE 'S'.
       77 WRK-FAIXA-ACHADA        PIC X(01) VALUE 'N'.
         88 FAIXA-ACHADA          VALUE 'S'.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-TERMO-PEDIDO        PIC X(06) VALUE SPACES.
       77 WRK-GPA-CORTE           PIC 9(01)V99 VALUE 2.00.
       77 WRK-TERMOS-PROBACAO     PIC 9(01) VALUE 2.
       77 WRK-PARM-TERMOS         PIC X(01) VALUE SPACES.
       77 WRK-SEQ-ENTRADA         PIC 9(07) VALUE ZEROS.
       77 WRK-ANT-ID              PIC X(06) VALUE SPACES.
       77 WRK-ANT-TERMO           PIC X(06) VALUE SPACES.
       77 WRK-ANT-DISC            PIC X(03) VALUE SPACES.
       77 WRK-ANT-MEDIA           PIC 9(02)V9 VALUE ZEROS.
       77 WRK-ID-ATUAL            PIC X(06) VALUE SPACES.
       77 WRK-TERMO-ATUAL         PIC X(06) VALUE SPACES.
       77 WRK-NOME-ALUNO          PIC X(30) VALUE SPACES.
       77 WRK-TURMA-ALUNO         PIC X(10) VALUE SPACES.
       77 WRK-MEDIA               PIC 9(02)V9 VALUE ZEROS.
       77 WRK-LETRA               PIC X(01) VALUE SPACES.
       77 WRK-GPA                 PIC 9(01)V9 VALUE ZERO.
       77 WRK-PESO                PIC 9(04) VALUE ZEROS.
       77 WRK-PONTOS-TERMO        PIC 9(07)V9 VALUE ZEROS.
       77 WRK-PESO-TERMO          PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-DISC-TERMO     PIC 9(03) COMP VALUE ZERO.
       77 WRK-PONTOS-ACUMULADO    PIC 9(09)V9 VALUE ZEROS.
       77 WRK-PESO-ACUMULADO      PIC 9(09) VALUE ZEROS.
       77 WRK-GPA-TERMO           PIC 9(01)V99 VALUE ZEROS.
       77 WRK-GPA-ACUMULADO       PIC 9(01)V99 VALUE ZEROS.
       77 WRK-CLASSIFICACAO       PIC X(01) VALUE SPACES.
       77 WRK-CLASSIF-ANTERIOR    PIC X(01) VALUE SPACES.
       77 WRK-TERMOS-ABAIXO       PIC 9(02) VALUE ZEROS.
       77 WRK-SEL-TERMO           PIC X(06) VALUE SPACES.
       77 WRK-SEL-GPA-TERMO       PIC 9(01)V99 VALUE ZEROS.
       77 WRK-SEL-GPA-ACUMULADO   PIC 9(01)V99 VALUE ZEROS.
       77 WRK-SEL-CLASSIFICACAO   PIC X(01) VALUE SPACES.
       77 WRK-SEL-CLASSIF-ANT     PIC X(01) VALUE SPACES.
       77 WRK-SEL-TERMOS-ABAIXO   PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO-SITUACAO     PIC X(01) VALUE SPACES.
       77 WRK-DESC-SITUACAO       PIC X(11) VALUE SPACES.
       77 WRK-TURMA-ATUAL         PIC X(10) VALUE SPACES.
       77 WRK-QTDE-POLITICAS      PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-POL             PIC 9(03) COMP VALUE ZERO.
       77 WRK-IDX-FAIXA           PIC 9(01) COMP VALUE ZERO.
       77 WRK-TURMA-ALUNOS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TURMA-REGULAR       PIC 9(05) COMP VALUE ZERO.
       77 WRK-TURMA-ADVERTENCIA   PIC 9(05) COMP VALUE ZERO.
       77 WRK-TURMA-PROBACAO      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TURMA-LIBERADO      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-ALUNOS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-REGULAR       PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-ADVERTENCIA   PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-PROBACAO      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-LIBERADO      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-MUDARAM       PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-RECLASSIF     PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-GRAVADOS      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-NAO-ATIVOS    PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-PESO-UM       PIC 9(05) COMP VALUE ZERO.

       01  WRK-TABELA-MOVIMENTOS.
           05  WRK-MOV-ELEM OCCURS 9999 TIMES.
               10  WRK-MOV-ID          PIC X(06).
               10  WRK-MOV-TERMO       PIC X(06).
               10  WRK-MOV-TURMA       PIC X(10).
               10  WRK-MOV-DATA        PIC 9(08).

       01  WRK-PARAMETRO-CORTE.
           05  WRK-PARM-CORTE          PIC X(03).
           05  WRK-PARM-CORTE-NUM REDEFINES WRK-PARM-CORTE
                                       PIC 9(01)V99.

       01  WRK-FAIXAS-LETRA.
           05  WRK-FAIXA OCCURS 6 TIMES.
               10  WRK-FAIXA-MINIMA    PIC 9(02)V9.
               10  WRK-FAIXA-LETRA     PIC X(01).
               10  WRK-FAIXA-GPA       PIC 9(01)V9.

       01  WRK-FAIXAS-PADRAO.
           05  WRK-FAIXA-PAD OCCURS 6 TIMES.
               10  WRK-PAD-MINIMA      PIC 9(02)V9.
               10  WRK-PAD-LETRA       PIC X(01).
               10  WRK-PAD-GPA         PIC 9(01)V9.

       01  WRK-TABELA-POLITICAS.
           05  WRK-POL-ELEM OCCURS 50 TIMES.
               10  WRK-POL-TERMO       PIC X(06).
               10  WRK-POL-FAIXA OCCURS 6 TIMES.
                   15  WRK-POL-MINIMA  PIC 9(02)V9.
                   15  WRK-POL-LETRA   PIC X(01).
                   15  WRK-POL-GPA     PIC 9(01)V9.

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(36) VALUE
               'SITUACAO ACADEMICA POR TURMA - DATA '.
           05  RL-C1-DATA          PIC 9(08).
           05  FILLER              PIC X(12) VALUE ' GPA MINIMO '.
           05  RL-C1-CORTE         PIC 9.99.
           05  FILLER              PIC X(10) VALUE ' PROBACAO '.
           05  RL-C1-TERMOS        PIC 9.
           05  FILLER              PIC X(09) VALUE ' TERMO(S)'.

       01  RL-CABECALHO-2.
           05  FILLER              PIC X(25) VALUE
               'TERMO LISTADO.........: '.
           05  RL-C2-TERMO         PIC X(06).
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RL-CAB-TURMA.
           05  FILLER              PIC X(06) VALUE 'TURMA '.
           05  RL-CT-TURMA         PIC X(10).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  RL-CAB-COLUNAS.
           05  FILLER              PIC X(30) VALUE
               '  ALUNO  NOME                 '.
           05  FILLER              PIC X(30) VALUE
               'TERMO  GPA-T GPA-AC SITUACAO  '.
           05  FILLER              PIC X(20) VALUE
               '  ANTERIOR    TB    '.

       01  RL-DETALHE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-D-ID             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-NOME           PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-TERMO          PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-GPA-TERMO      PIC 9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RL-D-GPA-ACUM       PIC 9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RL-D-SITUACAO       PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-ANTERIOR       PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-ABAIXO         PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-MUDOU          PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.

       01  RL-TOTAL-TURMA.
           05  FILLER              PIC X(25) VALUE
               'ALUNOS NA TURMA.......: '.
           05  RL-TT-ALUNOS        PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE ' REG '.
           05  RL-TT-REGULAR       PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE ' ADV '.
           05  RL-TT-ADVERTENCIA   PIC ZZZZ9.
           05  FILLER              PIC X(06) VALUE ' PROB '.
           05  RL-TT-PROBACAO      PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE ' LIB '.
           05  RL-TT-LIBERADO      PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE SPACES.

       01  RL-RODAPE-1.
           05  FILLER              PIC X(25) VALUE
               'TOTAL DE ALUNOS.......: '.
           05  RL-R1-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-2.
           05  FILLER              PIC X(25) VALUE
               'REGULAR...............: '.
           05  RL-R2-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-3.
           05  FILLER              PIC X(25) VALUE
               'ADVERTENCIA...........: '.
           05  RL-R3-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-4.
           05  FILLER              PIC X(25) VALUE
               'PROBACAO..............: '.
           05  RL-R4-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-5.
           05  FILLER              PIC X(25) VALUE
               'LIBERADO..............: '.
           05  RL-R5-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-6.
           05  FILLER              PIC X(25) VALUE
               'MUDARAM DE SITUACAO...: '.
           05  RL-R6-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-7.
           05  FILLER              PIC X(25) VALUE
               'RECLASSIFICADOS.......: '.
           05  RL-R7-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-8.
           05  FILLER              PIC X(25) VALUE
               'TERMOS GRAVADOS.......: '.
           05  RL-R8-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-9.
           05  FILLER              PIC X(25) VALUE
               'ALUNOS NAO ATIVOS.....: '.
           05  RL-R9-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-10.
           05  FILLER              PIC X(25) VALUE
               'NOTAS COM PESO 1......: '.
           05  RL-R10-TOTAL        PIC ZZZZ9.
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
               PERFORM 1200-CARREGA-POLITICAS
                   THRU 1200-CARREGA-POLITICAS-EXIT
               OPEN INPUT DISC-MASTER-FILE
               IF WRK-STATUS-DISCMF = '35'
                   DISPLAY 'CADASTRO MESTRE DE DISCIPLINAS INEXISTENTE'
                       ' - PESO 1 POR DISCIPLINA'
                   SET SEM-DISCMF TO TRUE
               END-IF
               OPEN I-O STANDING-FILE
               IF WRK-STATUS-SITACF = '35'
                   CLOSE STANDING-FILE
                   OPEN OUTPUT STANDING-FILE
                   CLOSE STANDING-FILE
                   OPEN I-O STANDING-FILE
               END-IF
               SORT GRADE-SORT-FILE
                   ON ASCENDING KEY GS-ID
                   ON ASCENDING KEY GS-TERM-CODE
                   ON ASCENDING KEY GS-DISCIPLINA
                   ON ASCENDING KEY GS-SEQ
                   INPUT PROCEDURE IS 0200-LIBERA-HISTORICO
                       THRU 0200-LIBERA-HISTORICO-EXIT
                   GIVING GRADE-SORTED-FILE
               SORT STANDING-SORT-FILE
                   ON ASCENDING KEY LS-TURMA
                   ON ASCENDING KEY LS-ID
                   INPUT PROCEDURE IS 0300-CLASSIFICA-ALUNOS
                       THRU 0300-CLASSIFICA-ALUNOS-EXIT
                   GIVING STANDING-SORTED-FILE
               CLOSE STANDING-FILE
               CLOSE STUDENT-MASTER-FILE
               IF NOT SEM-TURMAF
                   CLOSE TURMA-MASTER-FILE
               END-IF
               IF NOT SEM-DISCMF
                   CLOSE DISC-MASTER-FILE
               END-IF
           END-IF.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
           PERFORM 2000-PROCESSA-TURMA THRU 2000-PROCESSA-TURMA-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT.
           GOBACK.

       0100-LE-PARAMETROS.
           OPEN INPUT DRIVER-PARM-FILE.
           IF WRK-STATUS-PARMF = '35'
               DISPLAY 'TERMO A LISTAR (BRANCO = ULTIMO DO ALUNO)..'
               ACCEPT WRK-TERMO-PEDIDO
               DISPLAY 'GPA MINIMO (9V99 - EX. 200 = 2,00)..'
               ACCEPT WRK-PARM-CORTE
               DISPLAY 'TERMOS SEGUIDOS ABAIXO P/ PROBACAO (9)..'
               ACCEPT WRK-PARM-TERMOS
           ELSE
               READ DRIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-TERM-CODE TO WRK-TERMO-PEDIDO
                       MOVE PM-GPA-CORTE TO WRK-PARM-CORTE
                       MOVE PM-TERMOS-PROBACAO TO WRK-PARM-TERMOS
               END-READ
               CLOSE DRIVER-PARM-FILE
           END-IF.
           IF WRK-PARM-CORTE NUMERIC
               AND WRK-PARM-CORTE NOT = '000'
               MOVE WRK-PARM-CORTE-NUM TO WRK-GPA-CORTE
           ELSE
               MOVE 2.00 TO WRK-GPA-CORTE
           END-IF.
           IF WRK-PARM-TERMOS NUMERIC
               AND WRK-PARM-TERMOS NOT = '0'
               MOVE WRK-PARM-TERMOS TO WRK-TERMOS-PROBACAO
           ELSE
               MOVE 2 TO WRK-TERMOS-PROBACAO
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
           MOVE GH-TERM-CODE TO GS-TERM-CODE.
           MOVE GH-DISCIPLINA TO GS-DISCIPLINA.
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

      *    SO O ULTIMO REGISTRO VIGENTE DE CADA ALUNO/TERMO/DISCIPLINA
      *    E CONSIDERADO (O ARQUIVO ESTA EM ORDEM DE SEQUENCIA). CADA
      *    TERMO DO ALUNO E CLASSIFICADO EM ORDEM E GRAVADO NO SITACF;
      *    UM REGISTRO POR ALUNO ATIVO E LIBERADO PARA A LISTAGEM
       0300-CLASSIFICA-ALUNOS.
           OPEN INPUT GRADE-SORTED-FILE.
           IF WRK-STATUS-SITGSF = '35'
               DISPLAY 'ARQUIVO ORDENADO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               GO TO 0300-CLASSIFICA-ALUNOS-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-TRABALHO.
           MOVE 'N' TO WRK-TEM-ANTERIOR.
           READ GRADE-SORTED-FILE
               AT END
                   SET FIM-TRABALHO TO TRUE
           END-READ.
           PERFORM 0310-CASA-VIGENTE THRU 0310-CASA-VIGENTE-EXIT
               UNTIL FIM-TRABALHO.
           IF TEM-ANTERIOR
               PERFORM 0320-ACUMULA-DISCIPLINA
                   THRU 0320-ACUMULA-DISCIPLINA-EXIT
           END-IF.
           IF WRK-ID-ATUAL NOT = SPACES
               PERFORM 0380-FECHA-ALUNO THRU 0380-FECHA-ALUNO-EXIT
           END-IF.
           CLOSE GRADE-SORTED-FILE.
       0300-CLASSIFICA-ALUNOS-EXIT.
           EXIT.

       0310-CASA-VIGENTE.
           IF TEM-ANTERIOR
               AND (GO-ID NOT = WRK-ANT-ID
               OR GO-TERM-CODE NOT = WRK-ANT-TERMO
               OR GO-DISCIPLINA NOT = WRK-ANT-DISC)
               PERFORM 0320-ACUMULA-DISCIPLINA
                   THRU 0320-ACUMULA-DISCIPLINA-EXIT
           END-IF.
           MOVE GO-ID TO WRK-ANT-ID.
           MOVE GO-TERM-CODE TO WRK-ANT-TERMO.
           MOVE GO-DISCIPLINA TO WRK-ANT-DISC.
           MOVE GO-MEDIA TO WRK-ANT-MEDIA.
           SET TEM-ANTERIOR TO TRUE.
           READ GRADE-SORTED-FILE
               AT END
                   SET FIM-TRABALHO TO TRUE
           END-READ.
       0310-CASA-VIGENTE-EXIT.
           EXIT.

       0320-ACUMULA-DISCIPLINA.
           IF WRK-ANT-ID NOT = WRK-ID-ATUAL
               IF WRK-ID-ATUAL NOT = SPACES
                   PERFORM 0380-FECHA-ALUNO
                       THRU 0380-FECHA-ALUNO-EXIT
               END-IF
               PERFORM 0330-ABRE-ALUNO THRU 0330-ABRE-ALUNO-EXIT
           END-IF.
           IF NOT ALUNO-ATIVO
               GO TO 0320-ACUMULA-DISCIPLINA-EXIT
           END-IF.
           IF WRK-ANT-TERMO NOT = WRK-TERMO-ATUAL
               IF WRK-TERMO-ATUAL NOT = SPACES
                   PERFORM 0350-FECHA-TERMO
                       THRU 0350-FECHA-TERMO-EXIT
               END-IF
               PERFORM 0340-ABRE-TERMO THRU 0340-ABRE-TERMO-EXIT
           END-IF.
           MOVE WRK-ANT-MEDIA TO WRK-MEDIA.
           PERFORM 3000-CONVERTE-LETRA-GPA
               THRU 3000-CONVERTE-LETRA-GPA-EXIT.
           PERFORM 0390-PESO-DISCIPLINA
               THRU 0390-PESO-DISCIPLINA-EXIT.
           COMPUTE WRK-PONTOS-TERMO =
               WRK-PONTOS-TERMO + (WRK-GPA * WRK-PESO).
           ADD WRK-PESO TO WRK-PESO-TERMO.
           ADD 1 TO WRK-QTDE-DISC-TERMO.
       0320-ACUMULA-DISCIPLINA-EXIT.
           EXIT.

       0330-ABRE-ALUNO.
           MOVE WRK-ANT-ID TO WRK-ID-ATUAL.
           MOVE SPACES TO WRK-TERMO-ATUAL.
           MOVE ZEROS TO WRK-PONTOS-ACUMULADO.
           MOVE ZEROS TO WRK-PESO-ACUMULADO.
           MOVE ZEROS TO WRK-TERMOS-ABAIXO.
           MOVE SPACES TO WRK-CLASSIF-ANTERIOR.
           MOVE 'N' TO WRK-TEM-SELECIONADO.
           MOVE 'N' TO WRK-ALUNO-ATIVO.
           MOVE WRK-ANT-ID TO SM-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-NAO-ATIVOS
                   GO TO 0330-ABRE-ALUNO-EXIT
           END-READ.
           IF NOT SM-ATIVO
               ADD 1 TO WRK-TOTAL-NAO-ATIVOS
               GO TO 0330-ABRE-ALUNO-EXIT
           END-IF.
           SET ALUNO-ATIVO TO TRUE.
           MOVE SM-NOME TO WRK-NOME-ALUNO.
           MOVE SM-TURMA TO WRK-TURMA-CADASTRO.
           IF SM-TURMA = SPACES
               MOVE 'SEM TURMA' TO WRK-TURMA-ALUNO
           ELSE
               MOVE SM-TURMA TO WRK-TURMA-ALUNO
           END-IF.
       0330-ABRE-ALUNO-EXIT.
           EXIT.

       0340-ABRE-TERMO.
           MOVE WRK-ANT-TERMO TO WRK-TERMO-ATUAL.
           MOVE ZEROS TO WRK-PONTOS-TERMO.
           MOVE ZEROS TO WRK-PESO-TERMO.
           MOVE ZERO TO WRK-QTDE-DISC-TERMO.
           PERFORM 2400-SELECIONA-FAIXAS
               THRU 2400-SELECIONA-FAIXAS-EXIT.
           MOVE WRK-ID-ATUAL TO WRK-ID-BUSCA.
           MOVE WRK-TERMO-ATUAL TO WRK-TERMO-BUSCA.
           PERFORM 0450-TURMA-NO-TERMO
               THRU 0450-TURMA-NO-TERMO-EXIT.
       0340-ABRE-TERMO-EXIT.
           EXIT.

      *    GPA DO TERMO E ACUMULADO PONDERADOS PELA CARGA HORARIA DAS
      *    DISCIPLINAS; A CLASSIFICACAO USA O GPA ACUMULADO
       0350-FECHA-TERMO.
           IF WRK-PESO-TERMO > 0
               COMPUTE WRK-GPA-TERMO ROUNDED =
                   WRK-PONTOS-TERMO / WRK-PESO-TERMO
           ELSE
               MOVE ZEROS TO WRK-GPA-TERMO
           END-IF.
           ADD WRK-PONTOS-TERMO TO WRK-PONTOS-ACUMULADO.
           ADD WRK-PESO-TERMO TO WRK-PESO-ACUMULADO.
           IF WRK-PESO-ACUMULADO > 0
               COMPUTE WRK-GPA-ACUMULADO ROUNDED =
                   WRK-PONTOS-ACUMULADO / WRK-PESO-ACUMULADO
           ELSE
               MOVE ZEROS TO WRK-GPA-ACUMULADO
           END-IF.
           PERFORM 0360-CLASSIFICA-TERMO
               THRU 0360-CLASSIFICA-TERMO-EXIT.
           PERFORM 0370-GRAVA-SITUACAO
               THRU 0370-GRAVA-SITUACAO-EXIT.
           IF WRK-TERMO-PEDIDO = SPACES
               OR WRK-TERMO-ATUAL NOT > WRK-TERMO-PEDIDO
               SET TEM-SELECIONADO TO TRUE
               MOVE WRK-TERMO-ATUAL TO WRK-SEL-TERMO
               MOVE WRK-GPA-TERMO TO WRK-SEL-GPA-TERMO
               MOVE WRK-GPA-ACUMULADO TO WRK-SEL-GPA-ACUMULADO
               MOVE WRK-CLASSIFICACAO TO WRK-SEL-CLASSIFICACAO
               MOVE WRK-CLASSIF-ANTERIOR TO WRK-SEL-CLASSIF-ANT
               MOVE WRK-TERMOS-ABAIXO TO WRK-SEL-TERMOS-ABAIXO
           END-IF.
           MOVE WRK-CLASSIFICACAO TO WRK-CLASSIF-ANTERIOR.
       0350-FECHA-TERMO-EXIT.
           EXIT.

      *    ABAIXO DO GPA MINIMO: ADVERTENCIA, OU PROBACAO A PARTIR DO
      *    N-ESIMO TERMO SEGUIDO ABAIXO. DE VOLTA AO MINIMO: LIBERADO
      *    SE VINHA DE ADVERTENCIA/PROBACAO, SENAO REGULAR
       0360-CLASSIFICA-TERMO.
           IF WRK-GPA-ACUMULADO < WRK-GPA-CORTE
               IF WRK-TERMOS-ABAIXO < 99
                   ADD 1 TO WRK-TERMOS-ABAIXO
               END-IF
               IF WRK-TERMOS-ABAIXO >= WRK-TERMOS-PROBACAO
                   MOVE 'P' TO WRK-CLASSIFICACAO
               ELSE
                   MOVE 'A' TO WRK-CLASSIFICACAO
               END-IF
           ELSE
               MOVE ZEROS TO WRK-TERMOS-ABAIXO
               IF WRK-CLASSIF-ANTERIOR = 'A'
                   OR WRK-CLASSIF-ANTERIOR = 'P'
                   MOVE 'L' TO WRK-CLASSIFICACAO
               ELSE
                   MOVE 'R' TO WRK-CLASSIFICACAO
               END-IF
           END-IF.
       0360-CLASSIFICA-TERMO-EXIT.
           EXIT.

      *    A DATA DA CLASSIFICACAO SO MUDA QUANDO A CLASSIFICACAO DO
      *    TERMO MUDA (NOTA CORRIGIDA, POLITICA OU PARAMETRO ALTERADO)
       0370-GRAVA-SITUACAO.
           MOVE 'N' TO WRK-SITUACAO-EXISTE.
           MOVE WRK-ID-ATUAL TO SA-ID.
           MOVE WRK-TERMO-ATUAL TO SA-TERM-CODE.
           READ STANDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SITUACAO-EXISTE TO TRUE
           END-READ.
           IF SITUACAO-EXISTE
               IF SA-CLASSIFICACAO NOT = WRK-CLASSIFICACAO
                   ADD 1 TO WRK-TOTAL-RECLASSIF
                   MOVE WRK-DATA-EXECUCAO TO SA-DATA-CLASSIFICACAO
               END-IF
           ELSE
               MOVE WRK-ID-ATUAL TO SA-ID
               MOVE WRK-TERMO-ATUAL TO SA-TERM-CODE
               MOVE WRK-DATA-EXECUCAO TO SA-DATA-CLASSIFICACAO
           END-IF.
           MOVE WRK-TURMA-TERMO TO SA-TURMA.
           MOVE WRK-QTDE-DISC-TERMO TO SA-QTDE-DISC.
           MOVE WRK-PESO-TERMO TO SA-CARGA-HORARIA.
           MOVE WRK-GPA-TERMO TO SA-GPA-TERMO.
           MOVE WRK-GPA-ACUMULADO TO SA-GPA-ACUMULADO.
           MOVE WRK-CLASSIFICACAO TO SA-CLASSIFICACAO.
           MOVE WRK-CLASSIF-ANTERIOR TO SA-CLASSIF-ANTERIOR.
           MOVE WRK-TERMOS-ABAIXO TO SA-TERMOS-ABAIXO.
           MOVE WRK-DATA-EXECUCAO TO SA-DATA-ATUALIZACAO.
           IF SITUACAO-EXISTE
               REWRITE SA-REGISTRO
           ELSE
               WRITE SA-REGISTRO
           END-IF.
           ADD 1 TO WRK-TOTAL-GRAVADOS.
       0370-GRAVA-SITUACAO-EXIT.
           EXIT.

       0380-FECHA-ALUNO.
           IF NOT ALUNO-ATIVO
               GO TO 0380-FECHA-ALUNO-EXIT
           END-IF.
           IF WRK-TERMO-ATUAL NOT = SPACES
               PERFORM 0350-FECHA-TERMO THRU 0350-FECHA-TERMO-EXIT
           END-IF.
           IF NOT TEM-SELECIONADO
               GO TO 0380-FECHA-ALUNO-EXIT
           END-IF.
           MOVE WRK-TURMA-ALUNO TO LS-TURMA.
           MOVE WRK-ID-ATUAL TO LS-ID.
           MOVE WRK-NOME-ALUNO TO LS-NOME.
           MOVE WRK-SEL-TERMO TO LS-TERM-CODE.
           MOVE WRK-SEL-GPA-TERMO TO LS-GPA-TERMO.
           MOVE WRK-SEL-GPA-ACUMULADO TO LS-GPA-ACUMULADO.
           MOVE WRK-SEL-CLASSIFICACAO TO LS-CLASSIFICACAO.
           MOVE WRK-SEL-CLASSIF-ANT TO LS-CLASSIF-ANTERIOR.
           MOVE WRK-SEL-TERMOS-ABAIXO TO LS-TERMOS-ABAIXO.
           RELEASE LS-REGISTRO.
       0380-FECHA-ALUNO-EXIT.
           EXIT.

      *    PESO DA DISCIPLINA = CARGA HORARIA DO DISCMF; SEM CADASTRO
      *    OU SEM CARGA HORARIA A DISCIPLINA ENTRA COM PESO 1
       0390-PESO-DISCIPLINA.
           MOVE 1 TO WRK-PESO.
           IF SEM-DISCMF
               GO TO 0390-PESO-DISCIPLINA-EXIT
           END-IF.
           MOVE WRK-ANT-DISC TO DM-DISCIPLINA.
           READ DISC-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-PESO-UM
                   GO TO 0390-PESO-DISCIPLINA-EXIT
           END-READ.
           IF DM-CARGA-HORARIA NUMERIC
               AND DM-CARGA-HORARIA > 0
               MOVE DM-CARGA-HORARIA TO WRK-PESO
           ELSE
               ADD 1 TO WRK-TOTAL-PESO-UM
           END-IF.
       0390-PESO-DISCIPLINA-EXIT.
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
           OPEN OUTPUT STANDING-REPORT-FILE.
           MOVE WRK-DATA-EXECUCAO TO RL-C1-DATA.
           MOVE WRK-GPA-CORTE TO RL-C1-CORTE.
           MOVE WRK-TERMOS-PROBACAO TO RL-C1-TERMOS.
           WRITE RL-LINHA FROM RL-CABECALHO-1.
           IF WRK-TERMO-PEDIDO = SPACES
               MOVE 'ULTIMO' TO RL-C2-TERMO
           ELSE
               MOVE WRK-TERMO-PEDIDO TO RL-C2-TERMO
           END-IF.
           WRITE RL-LINHA FROM RL-CABECALHO-2.
           IF ABORTA-EXECUCAO
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT STANDING-SORTED-FILE.
           IF WRK-STATUS-SITLSF = '35'
               DISPLAY 'ARQUIVO ORDENADO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET FIM-ARQUIVO TO TRUE
           ELSE
               READ STANDING-SORTED-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
               END-READ
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

       1200-CARREGA-POLITICAS.
           PERFORM 1210-FAIXAS-PADRAO
               THRU 1210-FAIXAS-PADRAO-EXIT.
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

       1210-FAIXAS-PADRAO.
           MOVE 9.0 TO WRK-PAD-MINIMA (1).
           MOVE 'A' TO WRK-PAD-LETRA (1).
           MOVE 4.0 TO WRK-PAD-GPA (1).
           MOVE 8.0 TO WRK-PAD-MINIMA (2).
           MOVE 'B' TO WRK-PAD-LETRA (2).
           MOVE 3.0 TO WRK-PAD-GPA (2).
           MOVE 7.0 TO WRK-PAD-MINIMA (3).
           MOVE 'C' TO WRK-PAD-LETRA (3).
           MOVE 2.0 TO WRK-PAD-GPA (3).
           MOVE 6.0 TO WRK-PAD-MINIMA (4).
           MOVE 'D' TO WRK-PAD-LETRA (4).
           MOVE 1.0 TO WRK-PAD-GPA (4).
           MOVE 2.0 TO WRK-PAD-MINIMA (5).
           MOVE 'R' TO WRK-PAD-LETRA (5).
           MOVE 0.5 TO WRK-PAD-GPA (5).
           MOVE ZEROS TO WRK-PAD-MINIMA (6).
           MOVE 'F' TO WRK-PAD-LETRA (6).
           MOVE ZEROS TO WRK-PAD-GPA (6).
       1210-FAIXAS-PADRAO-EXIT.
           EXIT.

       1220-GUARDA-POLITICA.
           IF WRK-QTDE-POLITICAS < 50
               ADD 1 TO WRK-QTDE-POLITICAS
               MOVE WRK-QTDE-POLITICAS TO WRK-IDX-POL
               MOVE PL-TERM-CODE TO WRK-POL-TERMO (WRK-IDX-POL)
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

       2000-PROCESSA-TURMA.
           MOVE LO-TURMA TO WRK-TURMA-ATUAL.
           MOVE ZERO TO WRK-TURMA-ALUNOS.
           MOVE ZERO TO WRK-TURMA-REGULAR.
           MOVE ZERO TO WRK-TURMA-ADVERTENCIA.
           MOVE ZERO TO WRK-TURMA-PROBACAO.
           MOVE ZERO TO WRK-TURMA-LIBERADO.
           MOVE WRK-TURMA-ATUAL TO RL-CT-TURMA.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           WRITE RL-LINHA FROM RL-CAB-TURMA.
           WRITE RL-LINHA FROM RL-CAB-COLUNAS.
           PERFORM 2100-IMPRIME-ALUNO THRU 2100-IMPRIME-ALUNO-EXIT
               UNTIL FIM-ARQUIVO
               OR LO-TURMA NOT = WRK-TURMA-ATUAL.
           MOVE WRK-TURMA-ALUNOS TO RL-TT-ALUNOS.
           MOVE WRK-TURMA-REGULAR TO RL-TT-REGULAR.
           MOVE WRK-TURMA-ADVERTENCIA TO RL-TT-ADVERTENCIA.
           MOVE WRK-TURMA-PROBACAO TO RL-TT-PROBACAO.
           MOVE WRK-TURMA-LIBERADO TO RL-TT-LIBERADO.
           WRITE RL-LINHA FROM RL-TOTAL-TURMA.
       2000-PROCESSA-TURMA-EXIT.
           EXIT.

       2100-IMPRIME-ALUNO.
           ADD 1 TO WRK-TURMA-ALUNOS.
           ADD 1 TO WRK-TOTAL-ALUNOS.
           IF LO-CLASSIFICACAO = 'R'
               ADD 1 TO WRK-TURMA-REGULAR
               ADD 1 TO WRK-TOTAL-REGULAR
           ELSE
               IF LO-CLASSIFICACAO = 'A'
                   ADD 1 TO WRK-TURMA-ADVERTENCIA
                   ADD 1 TO WRK-TOTAL-ADVERTENCIA
               ELSE
                   IF LO-CLASSIFICACAO = 'P'
                       ADD 1 TO WRK-TURMA-PROBACAO
                       ADD 1 TO WRK-TOTAL-PROBACAO
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       ADD 1 TO WRK-TURMA-LIBERADO
                       ADD 1 TO WRK-TOTAL-LIBERADO
                   END-IF
               END-IF
           END-IF.
           MOVE LO-ID TO RL-D-ID.
           MOVE LO-NOME TO RL-D-NOME.
           MOVE LO-TERM-CODE TO RL-D-TERMO.
           MOVE LO-GPA-TERMO TO RL-D-GPA-TERMO.
           MOVE LO-GPA-ACUMULADO TO RL-D-GPA-ACUM.
           MOVE LO-CLASSIFICACAO TO WRK-CODIGO-SITUACAO.
           PERFORM 3200-DESCREVE-SITUACAO
               THRU 3200-DESCREVE-SITUACAO-EXIT.
           MOVE WRK-DESC-SITUACAO TO RL-D-SITUACAO.
           MOVE LO-CLASSIF-ANTERIOR TO WRK-CODIGO-SITUACAO.
           PERFORM 3200-DESCREVE-SITUACAO
               THRU 3200-DESCREVE-SITUACAO-EXIT.
           MOVE WRK-DESC-SITUACAO TO RL-D-ANTERIOR.
           MOVE LO-TERMOS-ABAIXO TO RL-D-ABAIXO.
           IF LO-CLASSIF-ANTERIOR NOT = SPACES
               AND LO-CLASSIF-ANTERIOR NOT = LO-CLASSIFICACAO
               MOVE '*' TO RL-D-MUDOU
               ADD 1 TO WRK-TOTAL-MUDARAM
           ELSE
               MOVE SPACES TO RL-D-MUDOU
           END-IF.
           WRITE RL-LINHA FROM RL-DETALHE.
           READ STANDING-SORTED-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
       2100-IMPRIME-ALUNO-EXIT.
           EXIT.

       2400-SELECIONA-FAIXAS.
           MOVE 'N' TO WRK-POLITICA-ACHADA.
           MOVE ZERO TO WRK-IDX-POL.
           PERFORM 2410-PROCURA-POLITICA
               THRU 2410-PROCURA-POLITICA-EXIT
               UNTIL POLITICA-ACHADA
               OR WRK-IDX-POL >= WRK-QTDE-POLITICAS.
           MOVE ZERO TO WRK-IDX-FAIXA.
           IF POLITICA-ACHADA
               PERFORM 2420-COPIA-FAIXA-TERMO
                   THRU 2420-COPIA-FAIXA-TERMO-EXIT
                   UNTIL WRK-IDX-FAIXA >= 6
           ELSE
               PERFORM 2430-COPIA-FAIXA-PADRAO
                   THRU 2430-COPIA-FAIXA-PADRAO-EXIT
                   UNTIL WRK-IDX-FAIXA >= 6
           END-IF.
       2400-SELECIONA-FAIXAS-EXIT.
           EXIT.

       2410-PROCURA-POLITICA.
           ADD 1 TO WRK-IDX-POL.
           IF WRK-POL-TERMO (WRK-IDX-POL) = WRK-TERMO-ATUAL
               SET POLITICA-ACHADA TO TRUE
           END-IF.
       2410-PROCURA-POLITICA-EXIT.
           EXIT.

       2420-COPIA-FAIXA-TERMO.
           ADD 1 TO WRK-IDX-FAIXA.
           MOVE WRK-POL-MINIMA (WRK-IDX-POL, WRK-IDX-FAIXA)
               TO WRK-FAIXA-MINIMA (WRK-IDX-FAIXA).
           MOVE WRK-POL-LETRA (WRK-IDX-POL, WRK-IDX-FAIXA)
               TO WRK-FAIXA-LETRA (WRK-IDX-FAIXA).
           MOVE WRK-POL-GPA (WRK-IDX-POL, WRK-IDX-FAIXA)
               TO WRK-FAIXA-GPA (WRK-IDX-FAIXA).
       2420-COPIA-FAIXA-TERMO-EXIT.
           EXIT.

       2430-COPIA-FAIXA-PADRAO.
           ADD 1 TO WRK-IDX-FAIXA.
           MOVE WRK-PAD-MINIMA (WRK-IDX-FAIXA)
               TO WRK-FAIXA-MINIMA (WRK-IDX-FAIXA).
           MOVE WRK-PAD-LETRA (WRK-IDX-FAIXA)
               TO WRK-FAIXA-LETRA (WRK-IDX-FAIXA).
           MOVE WRK-PAD-GPA (WRK-IDX-FAIXA)
               TO WRK-FAIXA-GPA (WRK-IDX-FAIXA).
       2430-COPIA-FAIXA-PADRAO-EXIT.
           EXIT.

       3000-CONVERTE-LETRA-GPA.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZERO TO WRK-IDX-FAIXA.
           PERFORM 3100-TESTA-FAIXA THRU 3100-TESTA-FAIXA-EXIT
               UNTIL FAIXA-ACHADA OR WRK-IDX-FAIXA >= 6.
           IF NOT FAIXA-ACHADA
               MOVE 'F' TO WRK-LETRA
               MOVE ZEROS TO WRK-GPA
           END-IF.
       3000-CONVERTE-LETRA-GPA-EXIT.
           EXIT.

       3100-TESTA-FAIXA.
           ADD 1 TO WRK-IDX-FAIXA.
           IF WRK-MEDIA >= WRK-FAIXA-MINIMA (WRK-IDX-FAIXA)
               SET FAIXA-ACHADA TO TRUE
               MOVE WRK-FAIXA-LETRA (WRK-IDX-FAIXA) TO WRK-LETRA
               MOVE WRK-FAIXA-GPA (WRK-IDX-FAIXA) TO WRK-GPA
           END-IF.
       3100-TESTA-FAIXA-EXIT.
           EXIT.

       3200-DESCREVE-SITUACAO.
           IF WRK-CODIGO-SITUACAO = 'R'
               MOVE 'REGULAR' TO WRK-DESC-SITUACAO
           ELSE
               IF WRK-CODIGO-SITUACAO = 'A'
                   MOVE 'ADVERTENCIA' TO WRK-DESC-SITUACAO
               ELSE
                   IF WRK-CODIGO-SITUACAO = 'P'
                       MOVE 'PROBACAO' TO WRK-DESC-SITUACAO
                   ELSE
                       IF WRK-CODIGO-SITUACAO = 'L'
                           MOVE 'LIBERADO' TO WRK-DESC-SITUACAO
                       ELSE
                           MOVE SPACES TO WRK-DESC-SITUACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3200-DESCREVE-SITUACAO-EXIT.
           EXIT.

       8000-FINALIZA.
           MOVE WRK-TOTAL-ALUNOS TO RL-R1-TOTAL.
           MOVE WRK-TOTAL-REGULAR TO RL-R2-TOTAL.
           MOVE WRK-TOTAL-ADVERTENCIA TO RL-R3-TOTAL.
           MOVE WRK-TOTAL-PROBACAO TO RL-R4-TOTAL.
           MOVE WRK-TOTAL-LIBERADO TO RL-R5-TOTAL.
           MOVE WRK-TOTAL-MUDARAM TO RL-R6-TOTAL.
           MOVE WRK-TOTAL-RECLASSIF TO RL-R7-TOTAL.
           MOVE WRK-TOTAL-GRAVADOS TO RL-R8-TOTAL.
           MOVE WRK-TOTAL-NAO-ATIVOS TO RL-R9-TOTAL.
           MOVE WRK-TOTAL-PESO-UM TO RL-R10-TOTAL.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           WRITE RL-LINHA FROM RL-RODAPE-2.
           WRITE RL-LINHA FROM RL-RODAPE-3.
           WRITE RL-LINHA FROM RL-RODAPE-4.
           WRITE RL-LINHA FROM RL-RODAPE-5.
           WRITE RL-LINHA FROM RL-RODAPE-6.
           WRITE RL-LINHA FROM RL-RODAPE-7.
           WRITE RL-LINHA FROM RL-RODAPE-8.
           WRITE RL-LINHA FROM RL-RODAPE-9.
           WRITE RL-LINHA FROM RL-RODAPE-10.
           DISPLAY 'ALUNOS CLASSIFICADOS..: ' WRK-TOTAL-ALUNOS.
           DISPLAY 'EM PROBACAO...........: ' WRK-TOTAL-PROBACAO.
           IF NOT ABORTA-EXECUCAO
               AND WRK-STATUS-SITLSF NOT = '35'
               CLOSE STANDING-SORTED-FILE
           END-IF.
           CLOSE STANDING-REPORT-FILE.
       8000-FINALIZA-EXIT.
           EXIT.
