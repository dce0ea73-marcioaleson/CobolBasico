       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL31.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: CARTAS AOS RESPONSAVEIS A PARTIR DOS AVISOS GERADOS
      *          NO FECHAMENTO DE NOTAS E DA RECUPERACAO (AVISOF),
      *          ETIQUETAS DE ENDERECAMENTO E LISTA DE CONTROLE DOS
      *          ALUNOS SEM RESPONSAVEL CADASTRADO
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-EVENT-FILE ASSIGN TO "AVISOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AVISOF.
           SELECT NOTICE-SORT-FILE ASSIGN TO "SRTWKH".
           SELECT NOTICE-SORTED-FILE ASSIGN TO "AVISOSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AVISOSF.
           SELECT RESP-MASTER-FILE ASSIGN TO "RESPMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ID
               FILE STATUS IS WRK-STATUS-RESPMF.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               FILE STATUS IS WRK-STATUS-STUMF.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DISCIPLINA
               FILE STATUS IS WRK-STATUS-DISCMF.
           SELECT LETTER-FILE ASSIGN TO "CARTASF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARTASF.
           SELECT LABEL-FILE ASSIGN TO "ETIQF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ETIQF.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "SEMRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SEMRESP.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM31F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AV-REGISTRO                 PIC X(88).

       SD  NOTICE-SORT-FILE.
       01  AS-REGISTRO.
           05  AS-TIPO                 PIC X(01).
           05  AS-ID                   PIC X(06).
           05  AS-NOME                 PIC X(30).
           05  AS-TURMA                PIC X(10).
           05  AS-TERM-CODE            PIC X(06).
           05  AS-DISCIPLINA           PIC X(03).
           05  FILLER                  PIC X(32).

       FD  NOTICE-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  AO-REGISTRO.
           05  AO-TIPO                 PIC X(01).
             88 AO-RECUPERACAO          VALUE 'R'.
             88 AO-REPROV-FALTA         VALUE 'F'.
             88 AO-RESULTADO-RECUP      VALUE 'E'.
           05  AO-ID                   PIC X(06).
           05  AO-NOME                 PIC X(30).
           05  AO-TURMA                PIC X(10).
           05  AO-TERM-CODE            PIC X(06).
           05  AO-DISCIPLINA           PIC X(03).
           05  AO-MEDIA                PIC 9(02)V9.
           05  AO-PCT-FREQ             PIC 9(03)V99.
           05  AO-NOTA-EXAME           PIC 9(02).
           05  AO-MEDIA-FINAL          PIC 9(02)V9.
           05  AO-RESULTADO            PIC X(11).
           05  AO-DATA                 PIC 9(08).

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

       FD  DISC-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  DM-REGISTRO.
           05  DM-DISCIPLINA           PIC X(03).
           05  DM-NOME                 PIC X(30).
           05  DM-CARGA-HORARIA        PIC 9(04).
           05  DM-STATUS               PIC X(01).
             88 DM-ATIVA                VALUE 'A'.
             88 DM-INATIVA              VALUE 'I'.

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CT-LINHA                    PIC X(80).

       FD  LABEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ET-LINHA                    PIC X(40).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-LINHA                    PIC X(80).

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-MANTEM-AVISOS        PIC X(01).
           05  FILLER                  PIC X(39).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-AVISOF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AVISOSF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RESPMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STUMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DISCMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CARTASF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ETIQF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-SEMRESP      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PARMF        PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO         PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-SEM-AVISOS          PIC X(01) VALUE 'N'.
         88 SEM-AVISOS            VALUE 'S'.
       77 WRK-SEM-RESPMF          PIC X(01) VALUE 'N'.
         88 SEM-RESPMF            VALUE 'S'.
       77 WRK-SEM-STUMF           PIC X(01) VALUE 'N'.
         88 SEM-STUMF             VALUE 'S'.
       77 WRK-SEM-DISCMF          PIC X(01) VALUE 'N'.
         88 SEM-DISCMF            VALUE 'S'.
       77 WRK-TEM-RESPONSAVEL     PIC X(01) VALUE 'N'.
         88 TEM-RESPONSAVEL       VALUE 'S'.
       77 WRK-MANTEM-AVISOS       PIC X(01) VALUE 'N'.
         88 MANTEM-AVISOS         VALUE 'S'.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-ID-ANTERIOR         PIC X(06) VALUE SPACES.
       77 WRK-NOME-ALUNO          PIC X(30) VALUE SPACES.
       77 WRK-TURMA-ALUNO         PIC X(10) VALUE SPACES.
       77 WRK-MOTIVO-SEM-RESP     PIC X(20) VALUE SPACES.
       77 WRK-NOME-DISC           PIC X(30) VALUE SPACES.
       77 WRK-DISC-BUSCA          PIC X(03) VALUE SPACES.
       77 WRK-TOTAL-LIDOS         PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-CARTAS        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-CARTAS-RECUP  PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-CARTAS-FALTA  PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-CARTAS-RESULT PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-ETIQUETAS     PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-SEM-RESP      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-AVISOS-PEND   PIC 9(05) COMP VALUE ZERO.

       01  WRK-CHAVE-CARTA.
           05  WRK-CC-ID           PIC X(06).
           05  WRK-CC-TIPO         PIC X(01).
           05  WRK-CC-TERM-CODE    PIC X(06).

       01  WRK-CHAVE-ANTERIOR      PIC X(13) VALUE SPACES.

      *    LINHAS DA CARTA
       01  CT-CABECALHO.
           05  FILLER              PIC X(41) VALUE
               'SECRETARIA ESCOLAR - AVISO AO RESPONSAVEL'.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE 'DATA: '.
           05  CT-C-DATA           PIC 9(08).

       01  CT-DESTINATARIO.
           05  FILLER              PIC X(05) VALUE 'A/C: '.
           05  CT-D-NOME           PIC X(30).
           05  FILLER              PIC X(02) VALUE ' ('.
           05  CT-D-PARENTESCO     PIC X(12).
           05  FILLER              PIC X(01) VALUE ')'.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  CT-ENDERECO.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  CT-E-ENDERECO       PIC X(40).
           05  FILLER              PIC X(35) VALUE SPACES.

       01  CT-CIDADE.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  CT-CI-CIDADE        PIC X(25).
           05  FILLER              PIC X(03) VALUE ' - '.
           05  CT-CI-UF            PIC X(02).
           05  FILLER              PIC X(07) VALUE '   CEP '.
           05  CT-CI-CEP-1         PIC X(05).
           05  FILLER              PIC X(01) VALUE '-'.
           05  CT-CI-CEP-2         PIC X(03).
           05  FILLER              PIC X(29) VALUE SPACES.

       01  CT-REFERENCIA.
           05  FILLER              PIC X(12) VALUE 'REF.: ALUNO '.
           05  CT-R-ID             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CT-R-NOME           PIC X(30).
           05  FILLER              PIC X(07) VALUE ' TURMA '.
           05  CT-R-TURMA          PIC X(10).
           05  FILLER              PIC X(07) VALUE ' TERMO '.
           05  CT-R-TERM-CODE      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.

       01  CT-TEXTO.
           05  CT-T-TEXTO          PIC X(80).

       01  CT-TEXTO-RECUP-1.
           05  FILLER              PIC X(38) VALUE
               'INFORMAMOS QUE O(A) ALUNO(A) FICOU EM '.
           05  FILLER              PIC X(35) VALUE
               'RECUPERACAO NAS DISCIPLINAS ABAIXO.'.
           05  FILLER              PIC X(07) VALUE SPACES.

       01  CT-TEXTO-RECUP-2.
           05  FILLER              PIC X(31) VALUE
               'AS PROVAS DE RECUPERACAO SERAO '.
           05  FILLER              PIC X(26) VALUE
               'AGENDADAS PELA SECRETARIA.'.
           05  FILLER              PIC X(23) VALUE SPACES.

       01  CT-TEXTO-FALTA.
           05  FILLER              PIC X(33) VALUE
               'INFORMAMOS QUE O(A) ALUNO(A) FOI '.
           05  FILLER              PIC X(39) VALUE
               'REPROVADO(A) POR FALTA NAS DISCIPLINAS '.
           05  FILLER              PIC X(07) VALUE
               'ABAIXO.'.
           05  FILLER              PIC X(01) VALUE SPACES.

       01  CT-TEXTO-RESULT.
           05  FILLER              PIC X(39) VALUE
               'SEGUE O RESULTADO FINAL DA RECUPERACAO '.
           05  FILLER              PIC X(23) VALUE
               'NAS DISCIPLINAS ABAIXO.'.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  CT-DET-RECUP.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CT-DR-DISC          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CT-DR-NOME-DISC     PIC X(30).
           05  FILLER              PIC X(08) VALUE '  MEDIA '.
           05  CT-DR-MEDIA         PIC Z9.9.
           05  FILLER              PIC X(31) VALUE SPACES.

       01  CT-DET-FALTA.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CT-DF-DISC          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CT-DF-NOME-DISC     PIC X(30).
           05  FILLER              PIC X(08) VALUE '  MEDIA '.
           05  CT-DF-MEDIA         PIC Z9.9.
           05  FILLER              PIC X(13) VALUE
               '  FREQUENCIA '.
           05  CT-DF-PCT-FREQ      PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE '%'.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  CT-DET-RESULTADO.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  CT-DE-DISC          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CT-DE-NOME-DISC     PIC X(25).
           05  FILLER              PIC X(07) VALUE ' MEDIA '.
           05  CT-DE-MEDIA         PIC Z9.9.
           05  FILLER              PIC X(07) VALUE ' EXAME '.
           05  CT-DE-NOTA-EXAME    PIC Z9.
           05  FILLER              PIC X(07) VALUE ' FINAL '.
           05  CT-DE-MEDIA-FINAL   PIC Z9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CT-DE-RESULTADO     PIC X(11).
           05  FILLER              PIC X(05) VALUE SPACES.

       01  CT-CANAL.
           05  FILLER              PIC X(15) VALUE
               'FORMA DE ENVIO '.
           05  CT-CA-CANAL         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CT-CA-CONTATO       PIC X(40).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  CT-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '='.

      *    LISTA DE CONTROLE - AVISOS SEM RESPONSAVEL
       01  RL-CABECALHO-1.
           05  FILLER              PIC X(44) VALUE
               'AVISOS NAO ENVIADOS - ALUNO SEM RESPONSAVEL '.
           05  FILLER              PIC X(08) VALUE ' - DATA '.
           05  RL-C1-DATA          PIC 9(08).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  RL-CABECALHO-2.
           05  FILLER              PIC X(38) VALUE
               'ID     NOME'.
           05  FILLER              PIC X(42) VALUE
               'TURMA      TERMO  AVISO         MOTIVO'.

       01  RL-DETALHE.
           05  RL-D-ID             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-NOME           PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-TURMA          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-TERM-CODE      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-AVISO          PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-MOTIVO         PIC X(10).

       01  RL-RODAPE-1.
           05  FILLER              PIC X(25) VALUE
               'AVISOS LIDOS..........: '.
           05  RL-R1-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-2.
           05  FILLER              PIC X(25) VALUE
               'CARTAS EMITIDAS.......: '.
           05  RL-R2-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-3.
           05  FILLER              PIC X(25) VALUE
               '  RECUPERACAO.........: '.
           05  RL-R3-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-4.
           05  FILLER              PIC X(25) VALUE
               '  REPROVADO POR FALTA.: '.
           05  RL-R4-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-5.
           05  FILLER              PIC X(25) VALUE
               '  RESULTADO RECUPER...: '.
           05  RL-R5-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-6.
           05  FILLER              PIC X(25) VALUE
               'ETIQUETAS.............: '.
           05  RL-R6-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-7.
           05  FILLER              PIC X(25) VALUE
               'ALUNOS SEM RESPONSAVEL: '.
           05  RL-R7-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-8.
           05  FILLER              PIC X(25) VALUE
               'AVISOS NAO ENVIADOS...: '.
           05  RL-R8-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '-'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0100-LE-PARAMETROS THRU 0100-LE-PARAMETROS-EXIT.
           OPEN INPUT NOTICE-EVENT-FILE.
           IF WRK-STATUS-AVISOF = '35'
               DISPLAY 'NENHUM AVISO PENDENTE'
               SET SEM-AVISOS TO TRUE
           ELSE
               CLOSE NOTICE-EVENT-FILE
               SORT NOTICE-SORT-FILE
                   ON ASCENDING KEY AS-ID
                   ON ASCENDING KEY AS-TIPO
                   ON ASCENDING KEY AS-TERM-CODE
                   ON ASCENDING KEY AS-DISCIPLINA
                   USING NOTICE-EVENT-FILE
                   GIVING NOTICE-SORTED-FILE
           END-IF.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
           PERFORM 2000-PROCESSA-AVISO THRU 2000-PROCESSA-AVISO-EXIT
               UNTIL FIM-ARQUIVO.
           PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT.
           GOBACK.

      *    PM-MANTEM-AVISOS = 'S' REEMITE AS CARTAS SEM LIMPAR O AVISOF
       0100-LE-PARAMETROS.
           OPEN INPUT DRIVER-PARM-FILE.
           IF WRK-STATUS-PARMF = '35'
               DISPLAY 'MANTER AVISOS APOS EMISSAO (S/N)..'
               ACCEPT WRK-MANTEM-AVISOS
           ELSE
               READ DRIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-MANTEM-AVISOS TO WRK-MANTEM-AVISOS
               END-READ
               CLOSE DRIVER-PARM-FILE
           END-IF.
           IF NOT MANTEM-AVISOS
               MOVE 'N' TO WRK-MANTEM-AVISOS
           END-IF.
       0100-LE-PARAMETROS-EXIT.
           EXIT.

       1000-INICIALIZA.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE WRK-DATA-EXECUCAO TO RL-C1-DATA.
           WRITE RL-LINHA FROM RL-CABECALHO-1.
           WRITE RL-LINHA FROM RL-CABECALHO-2.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           MOVE WRK-DATA-EXECUCAO TO CT-C-DATA.
           IF SEM-AVISOS
               SET FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT RESP-MASTER-FILE.
           IF WRK-STATUS-RESPMF = '35'
               DISPLAY 'CADASTRO DE RESPONSAVEIS INEXISTENTE - '
                   'NENHUMA CARTA SERA EMITIDA'
               SET SEM-RESPMF TO TRUE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STATUS-STUMF = '35'
               SET SEM-STUMF TO TRUE
           END-IF.
           OPEN INPUT DISC-MASTER-FILE.
           IF WRK-STATUS-DISCMF = '35'
               SET SEM-DISCMF TO TRUE
           END-IF.
           OPEN INPUT NOTICE-SORTED-FILE.
           IF WRK-STATUS-AVISOSF = '35'
               DISPLAY 'ARQUIVO ORDENADO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               SET FIM-ARQUIVO TO TRUE
           ELSE
               READ NOTICE-SORTED-FILE
                   AT END
                       SET FIM-ARQUIVO TO TRUE
               END-READ
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *    UMA CARTA POR ALUNO, TIPO DE AVISO E PERIODO, COM UMA LINHA
      *    POR DISCIPLINA
       2000-PROCESSA-AVISO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE AO-ID TO WRK-CC-ID.
           MOVE AO-TIPO TO WRK-CC-TIPO.
           MOVE AO-TERM-CODE TO WRK-CC-TERM-CODE.
           IF WRK-CHAVE-CARTA NOT = WRK-CHAVE-ANTERIOR
               IF WRK-CHAVE-ANTERIOR NOT = SPACES
                   PERFORM 2400-FECHA-CARTA THRU 2400-FECHA-CARTA-EXIT
               END-IF
               IF AO-ID NOT = WRK-ID-ANTERIOR
                   PERFORM 2100-BUSCA-RESPONSAVEL
                       THRU 2100-BUSCA-RESPONSAVEL-EXIT
               END-IF
               MOVE WRK-CHAVE-CARTA TO WRK-CHAVE-ANTERIOR
               PERFORM 2200-ABRE-CARTA THRU 2200-ABRE-CARTA-EXIT
           END-IF.
           IF TEM-RESPONSAVEL
               PERFORM 2300-LINHA-DISCIPLINA
                   THRU 2300-LINHA-DISCIPLINA-EXIT
           END-IF.
           READ NOTICE-SORTED-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
           END-READ.
       2000-PROCESSA-AVISO-EXIT.
           EXIT.

      *    RESPONSAVEL INEXISTENTE OU INATIVO: OS AVISOS DO ALUNO VAO
      *    PARA A LISTA DE CONTROLE E NAO SAO DESCARTADOS EM SILENCIO
       2100-BUSCA-RESPONSAVEL.
           MOVE AO-ID TO WRK-ID-ANTERIOR.
           MOVE AO-NOME TO WRK-NOME-ALUNO.
           MOVE SPACES TO WRK-TURMA-ALUNO.
           IF NOT SEM-STUMF
               MOVE AO-ID TO SM-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-TURMA TO WRK-TURMA-ALUNO
                       IF WRK-NOME-ALUNO = SPACES
                           MOVE SM-NOME TO WRK-NOME-ALUNO
                       END-IF
               END-READ
           END-IF.
           MOVE 'N' TO WRK-TEM-RESPONSAVEL.
           MOVE SPACES TO WRK-MOTIVO-SEM-RESP.
           IF SEM-RESPMF
               MOVE 'SEM CADASTRO' TO WRK-MOTIVO-SEM-RESP
           ELSE
               MOVE AO-ID TO RM-ID
               READ RESP-MASTER-FILE
                   INVALID KEY
                       MOVE 'SEM CADASTRO' TO WRK-MOTIVO-SEM-RESP
                   NOT INVALID KEY
                       IF RM-ATIVO
                           SET TEM-RESPONSAVEL TO TRUE
                       ELSE
                           MOVE 'INATIVO' TO WRK-MOTIVO-SEM-RESP
                       END-IF
               END-READ
           END-IF.
           IF NOT TEM-RESPONSAVEL
               ADD 1 TO WRK-TOTAL-SEM-RESP
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       2100-BUSCA-RESPONSAVEL-EXIT.
           EXIT.

       2200-ABRE-CARTA.
           IF AO-TURMA NOT = SPACES
               MOVE AO-TURMA TO WRK-TURMA-ALUNO
           END-IF.
           IF NOT TEM-RESPONSAVEL
               PERFORM 2500-AVISO-PENDENTE THRU 2500-AVISO-PENDENTE-EXIT
               GO TO 2200-ABRE-CARTA-EXIT
           END-IF.
           ADD 1 TO WRK-TOTAL-CARTAS.
           WRITE CT-LINHA FROM CT-SEPARADOR.
           WRITE CT-LINHA FROM CT-CABECALHO.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE RM-NOME TO CT-D-NOME.
           MOVE RM-PARENTESCO TO CT-D-PARENTESCO.
           WRITE CT-LINHA FROM CT-DESTINATARIO.
           IF RM-ENDERECO NOT = SPACES
               MOVE RM-ENDERECO TO CT-E-ENDERECO
               WRITE CT-LINHA FROM CT-ENDERECO
               MOVE RM-CIDADE TO CT-CI-CIDADE
               MOVE RM-UF TO CT-CI-UF
               MOVE RM-CEP (1:5) TO CT-CI-CEP-1
               MOVE RM-CEP (6:3) TO CT-CI-CEP-2
               WRITE CT-LINHA FROM CT-CIDADE
           END-IF.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE AO-ID TO CT-R-ID.
           MOVE WRK-NOME-ALUNO TO CT-R-NOME.
           MOVE WRK-TURMA-ALUNO TO CT-R-TURMA.
           MOVE AO-TERM-CODE TO CT-R-TERM-CODE.
           WRITE CT-LINHA FROM CT-REFERENCIA.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
           IF AO-RECUPERACAO
               ADD 1 TO WRK-TOTAL-CARTAS-RECUP
               WRITE CT-LINHA FROM CT-TEXTO-RECUP-1
               WRITE CT-LINHA FROM CT-TEXTO-RECUP-2
           ELSE
               IF AO-REPROV-FALTA
                   ADD 1 TO WRK-TOTAL-CARTAS-FALTA
                   WRITE CT-LINHA FROM CT-TEXTO-FALTA
               ELSE
                   ADD 1 TO WRK-TOTAL-CARTAS-RESULT
                   WRITE CT-LINHA FROM CT-TEXTO-RESULT
               END-IF
           END-IF.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
       2200-ABRE-CARTA-EXIT.
           EXIT.

       2300-LINHA-DISCIPLINA.
           MOVE AO-DISCIPLINA TO WRK-DISC-BUSCA.
           PERFORM 2600-BUSCA-NOME-DISC THRU 2600-BUSCA-NOME-DISC-EXIT.
           IF AO-RECUPERACAO
               MOVE AO-DISCIPLINA TO CT-DR-DISC
               MOVE WRK-NOME-DISC TO CT-DR-NOME-DISC
               MOVE AO-MEDIA TO CT-DR-MEDIA
               WRITE CT-LINHA FROM CT-DET-RECUP
           ELSE
               IF AO-REPROV-FALTA
                   MOVE AO-DISCIPLINA TO CT-DF-DISC
                   MOVE WRK-NOME-DISC TO CT-DF-NOME-DISC
                   MOVE AO-MEDIA TO CT-DF-MEDIA
                   MOVE AO-PCT-FREQ TO CT-DF-PCT-FREQ
                   WRITE CT-LINHA FROM CT-DET-FALTA
               ELSE
                   MOVE AO-DISCIPLINA TO CT-DE-DISC
                   MOVE WRK-NOME-DISC TO CT-DE-NOME-DISC
                   MOVE AO-MEDIA TO CT-DE-MEDIA
                   MOVE AO-NOTA-EXAME TO CT-DE-NOTA-EXAME
                   MOVE AO-MEDIA-FINAL TO CT-DE-MEDIA-FINAL
                   MOVE AO-RESULTADO TO CT-DE-RESULTADO
                   WRITE CT-LINHA FROM CT-DET-RESULTADO
               END-IF
           END-IF.
       2300-LINHA-DISCIPLINA-EXIT.
           EXIT.

      *    RODAPE DA CARTA, FORMA DE ENVIO E ETIQUETA (SO PARA CARTA)
       2400-FECHA-CARTA.
           IF NOT TEM-RESPONSAVEL
               GO TO 2400-FECHA-CARTA-EXIT
           END-IF.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE SPACES TO CT-CA-CONTATO.
           IF RM-PREF-EMAIL
               MOVE 'E-MAIL' TO CT-CA-CANAL
               MOVE RM-EMAIL TO CT-CA-CONTATO
           ELSE
               IF RM-PREF-TELEFONE
                   MOVE 'TELEFONE' TO CT-CA-CANAL
                   MOVE RM-TELEFONE TO CT-CA-CONTATO
               ELSE
                   MOVE 'CORREIO' TO CT-CA-CANAL
               END-IF
           END-IF.
           WRITE CT-LINHA FROM CT-CANAL.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE 'ATENCIOSAMENTE,' TO CT-T-TEXTO.
           WRITE CT-LINHA FROM CT-TEXTO.
           MOVE 'A SECRETARIA' TO CT-T-TEXTO.
           WRITE CT-LINHA FROM CT-TEXTO.
           IF RM-PREF-EMAIL OR RM-PREF-TELEFONE
               GO TO 2400-FECHA-CARTA-EXIT
           END-IF.
           ADD 1 TO WRK-TOTAL-ETIQUETAS.
           MOVE RM-NOME TO ET-LINHA.
           WRITE ET-LINHA.
           MOVE RM-ENDERECO TO ET-LINHA.
           WRITE ET-LINHA.
           MOVE SPACES TO ET-LINHA.
           MOVE RM-CIDADE TO ET-LINHA (1:25).
           MOVE ' - ' TO ET-LINHA (26:3).
           MOVE RM-UF TO ET-LINHA (29:2).
           WRITE ET-LINHA.
           MOVE SPACES TO ET-LINHA.
           MOVE 'CEP ' TO ET-LINHA (1:4).
           MOVE RM-CEP (1:5) TO ET-LINHA (5:5).
           MOVE '-' TO ET-LINHA (10:1).
           MOVE RM-CEP (6:3) TO ET-LINHA (11:3).
           WRITE ET-LINHA.
           MOVE SPACES TO ET-LINHA.
           WRITE ET-LINHA.
       2400-FECHA-CARTA-EXIT.
           EXIT.

       2500-AVISO-PENDENTE.
           ADD 1 TO WRK-TOTAL-AVISOS-PEND.
           MOVE AO-ID TO RL-D-ID.
           MOVE WRK-NOME-ALUNO TO RL-D-NOME.
           MOVE WRK-TURMA-ALUNO TO RL-D-TURMA.
           MOVE AO-TERM-CODE TO RL-D-TERM-CODE.
           IF AO-RECUPERACAO
               MOVE 'RECUPERACAO' TO RL-D-AVISO
           ELSE
               IF AO-REPROV-FALTA
                   MOVE 'REPROV-FALTA' TO RL-D-AVISO
               ELSE
                   MOVE 'RESULT. RECUP' TO RL-D-AVISO
               END-IF
           END-IF.
           MOVE WRK-MOTIVO-SEM-RESP TO RL-D-MOTIVO.
           WRITE RL-LINHA FROM RL-DETALHE.
       2500-AVISO-PENDENTE-EXIT.
           EXIT.

       2600-BUSCA-NOME-DISC.
           MOVE WRK-DISC-BUSCA TO WRK-NOME-DISC.
           IF SEM-DISCMF
               GO TO 2600-BUSCA-NOME-DISC-EXIT
           END-IF.
           MOVE WRK-DISC-BUSCA TO DM-DISCIPLINA.
           READ DISC-MASTER-FILE
               INVALID KEY
                   GO TO 2600-BUSCA-NOME-DISC-EXIT
           END-READ.
           IF DM-NOME NOT = SPACES
               MOVE DM-NOME TO WRK-NOME-DISC
           END-IF.
       2600-BUSCA-NOME-DISC-EXIT.
           EXIT.

       8000-FINALIZA.
           IF WRK-CHAVE-ANTERIOR NOT = SPACES
               PERFORM 2400-FECHA-CARTA THRU 2400-FECHA-CARTA-EXIT
           END-IF.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           MOVE WRK-TOTAL-LIDOS TO RL-R1-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           MOVE WRK-TOTAL-CARTAS TO RL-R2-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-2.
           MOVE WRK-TOTAL-CARTAS-RECUP TO RL-R3-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-3.
           MOVE WRK-TOTAL-CARTAS-FALTA TO RL-R4-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-4.
           MOVE WRK-TOTAL-CARTAS-RESULT TO RL-R5-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-5.
           MOVE WRK-TOTAL-ETIQUETAS TO RL-R6-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-6.
           MOVE WRK-TOTAL-SEM-RESP TO RL-R7-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-7.
           MOVE WRK-TOTAL-AVISOS-PEND TO RL-R8-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-8.
           DISPLAY 'AVISOS LIDOS..........: ' WRK-TOTAL-LIDOS.
           DISPLAY 'CARTAS EMITIDAS.......: ' WRK-TOTAL-CARTAS.
           DISPLAY 'ETIQUETAS.............: ' WRK-TOTAL-ETIQUETAS.
           DISPLAY 'ALUNOS SEM RESPONSAVEL: ' WRK-TOTAL-SEM-RESP.
           CLOSE LETTER-FILE.
           CLOSE LABEL-FILE.
           CLOSE CONTROL-REPORT-FILE.
           IF SEM-AVISOS
               GO TO 8000-FINALIZA-EXIT
           END-IF.
           IF NOT SEM-RESPMF
               CLOSE RESP-MASTER-FILE
           END-IF.
           IF NOT SEM-STUMF
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF NOT SEM-DISCMF
               CLOSE DISC-MASTER-FILE
           END-IF.
           IF WRK-STATUS-AVISOSF = '35'
               GO TO 8000-FINALIZA-EXIT
           END-IF.
           CLOSE NOTICE-SORTED-FILE.
      *    AVISOS JA EMITIDOS OU LISTADOS NAO SAO REPETIDOS NA PROXIMA
      *    EXECUCAO
           IF NOT MANTEM-AVISOS
               OPEN OUTPUT NOTICE-EVENT-FILE
               CLOSE NOTICE-EVENT-FILE
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.
