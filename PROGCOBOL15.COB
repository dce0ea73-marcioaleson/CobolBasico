               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-TURMA
               FILE STATUS IS WRK-STATUS-TURMAF.
           SELECT WAITING-LIST-FILE ASSIGN TO "ESPERAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESPERAF.
           SELECT OCCUPANCY-REPORT-FILE ASSIGN TO "OCUPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OCUPREL.
           SELECT MOVEMENT-HISTORY-FILE ASSIGN TO "MOVHISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVHISTF.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE
           05  TM-NOME                 PIC X(30).
           05  TM-STATUS               PIC X(01).
           05  TM-TURMA                PIC X(10).
           05  TM-DATA-EFETIVA         PIC 9(08).
           05  TM-USUARIO              PIC X(20).

       FD  TURMA-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
             88 TU-ATIVA                VALUE 'A'.
             88 TU-ENCERRADA            VALUE 'E'.

       FD  WAITING-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-REGISTRO.
           05  ES-TIPO-TRANS           PIC X(01).
             88 ES-INCLUSAO             VALUE 'A'.
             88 ES-TROCA-TURMA          VALUE 'C'.
           05  ES-ID                   PIC X(06).
           05  ES-NOME                 PIC X(30).
           05  ES-TURMA                PIC X(10).
           05  ES-DATA-ENTRADA         PIC 9(08).
           05  ES-USUARIO              PIC X(20).

       FD  OCCUPANCY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-LINHA                    PIC X(80).

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

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-STUMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-STUMTF       PIC X(02) VALUE SPACES.
         88 SEM-TURMAF             VALUE 'S'.
       77 WRK-TURMA-VALIDA        PIC X(01) VALUE 'N'.
         88 TURMA-VALIDA           VALUE 'S'.
       77 WRK-STATUS-ESPERAF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-OCUPREL      PIC X(02) VALUE SPACES.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-ABORTA-EXECUCAO     PIC X(01) VALUE 'N'.
         88 ABORTA-EXECUCAO        VALUE 'S'.
       77 WRK-FIM-TURMAS          PIC X(01) VALUE 'N'.
         88 FIM-TURMAS             VALUE 'S'.
       77 WRK-FIM-MESTRE          PIC X(01) VALUE 'N'.
         88 FIM-MESTRE             VALUE 'S'.
       77 WRK-FIM-ESPERA          PIC X(01) VALUE 'N'.
         88 FIM-ESPERA             VALUE 'S'.
       77 WRK-OCUPACAO-ACHADA     PIC X(01) VALUE 'N'.
         88 OCUPACAO-ACHADA        VALUE 'S'.
       77 WRK-TEM-VAGA            PIC X(01) VALUE 'N'.
         88 TEM-VAGA               VALUE 'S'.
       77 WRK-VAGA-LIBERADA       PIC X(01) VALUE 'N'.
         88 VAGA-LIBERADA          VALUE 'S'.
       77 WRK-NOVA-PASSADA        PIC X(01) VALUE 'N'.
         88 NOVA-PASSADA           VALUE 'S'.
       77 WRK-JA-NA-ESPERA        PIC X(01) VALUE 'N'.
         88 JA-NA-ESPERA           VALUE 'S'.
       77 WRK-TURMA-BUSCA         PIC X(10) VALUE SPACES.
       77 WRK-TURMA-ANTERIOR      PIC X(10) VALUE SPACES.
       77 WRK-STATUS-ANTERIOR     PIC X(01) VALUE SPACES.
       77 WRK-QTDE-OCUPACAO       PIC 9(05) COMP VALUE ZERO.
       77 WRK-IDX-OCUP            PIC 9(05) COMP VALUE ZERO.
       77 WRK-QTDE-ESPERA         PIC 9(05) COMP VALUE ZERO.
       77 WRK-IDX-ESPERA          PIC 9(05) COMP VALUE ZERO.
       77 WRK-IDX-BUSCA-ESP       PIC 9(05) COMP VALUE ZERO.
       77 WRK-QTDE-AGUARDANDO     PIC 9(05) COMP VALUE ZERO.
       77 WRK-VAGAS-LIVRES        PIC 9(05) COMP VALUE ZERO.
       77 WRK-ESPERA-TURMA        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-ESPERA        PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-ALOCADOS      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-RETIRADOS-ESP PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-ACIMA         PIC 9(05) COMP VALUE ZERO.
       77 WRK-STATUS-MOVHISTF     PIC X(02) VALUE SPACES.
       77 WRK-DATA-EFETIVA        PIC 9(08) VALUE ZERO.
       77 WRK-USUARIO-MOV         PIC X(20) VALUE SPACES.
       77 WRK-TOTAL-MOVIMENTOS    PIC 9(05) COMP VALUE ZERO.

       01  WRK-TABELA-OCUPACAO.
           05  WRK-OC-ELEM OCCURS 500 TIMES.
               10  WRK-OC-TURMA        PIC X(10).
               10  WRK-OC-CAPACIDADE   PIC 9(04).
               10  WRK-OC-ATIVOS       PIC 9(05) COMP.

       01  WRK-TABELA-ESPERA.
           05  WRK-ESP-ELEM OCCURS 2000 TIMES.
               10  WRK-ESP-TIPO        PIC X(01).
               10  WRK-ESP-ID          PIC X(06).
               10  WRK-ESP-NOME        PIC X(30).
               10  WRK-ESP-TURMA       PIC X(10).
               10  WRK-ESP-DATA        PIC 9(08).
               10  WRK-ESP-SITUACAO    PIC X(01).
               10  WRK-ESP-USUARIO     PIC X(20).

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(27) VALUE
               'OCUPACAO DAS TURMAS - DATA '.
           05  RL-C1-DATA          PIC 9(08).
           05  FILLER              PIC X(45) VALUE SPACES.

       01  RL-ACIMA-INICIAL.
           05  FILLER              PIC X(24) VALUE
               'JA ACIMA DA CAPACIDADE: '.
           05  RL-AI-TURMA         PIC X(10).
           05  FILLER              PIC X(07) VALUE ' CAPAC '.
           05  RL-AI-CAPACIDADE    PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE ' ATIVOS '.
           05  RL-AI-ATIVOS        PIC ZZZZ9.
           05  FILLER              PIC X(22) VALUE SPACES.

       01  RL-ESPERA.
           05  RL-E-ACAO           PIC X(24).
           05  RL-E-ID             PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-E-NOME           PIC X(20).
           05  FILLER              PIC X(07) VALUE ' TURMA '.
           05  RL-E-TURMA          PIC X(10).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  RL-OCUPACAO.
           05  RL-O-TURMA          PIC X(10).
           05  FILLER              PIC X(07) VALUE ' CAPAC '.
           05  RL-O-CAPACIDADE     PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE ' ATIVOS '.
           05  RL-O-ATIVOS         PIC ZZZZ9.
           05  FILLER              PIC X(07) VALUE ' VAGAS '.
           05  RL-O-VAGAS          PIC ZZZZ9.
           05  FILLER              PIC X(08) VALUE ' ESPERA '.
           05  RL-O-ESPERA         PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-O-SITUACAO       PIC X(07).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  RL-RODAPE-1.
           05  FILLER              PIC X(25) VALUE
               'TOTAL DE TRANSACOES...: '.
           05  RL-R1-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-2.
           05  FILLER              PIC X(25) VALUE
               'TOTAL REJEITADAS......: '.
           05  RL-R2-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-3.
           05  FILLER              PIC X(25) VALUE
               'ENVIADOS P/ ESPERA....: '.
           05  RL-R3-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-4.
           05  FILLER              PIC X(25) VALUE
               'ALOCADOS DA ESPERA....: '.
           05  RL-R4-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-5.
           05  FILLER              PIC X(25) VALUE
               'AGUARDANDO VAGA.......: '.
           05  RL-R5-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-6.
           05  FILLER              PIC X(25) VALUE
               'TURMAS ACIMA DA CAPAC.: '.
           05  RL-R6-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-7.
           05  FILLER              PIC X(25) VALUE
               'MOVIMENTOS REGISTRADOS: '.
           05  RL-R7-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-8.
           05  FILLER              PIC X(25) VALUE
               'RETIRADOS DA ESPERA...: '.
           05  RL-R8-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           STOP RUN.

       1000-MANUTENCAO-CADASTRO.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           OPEN INPUT TURMA-MASTER-FILE.
           IF WRK-STATUS-TURMAF = '35'
               DISPLAY 'CADASTRO MESTRE DE TURMAS INEXISTENTE'
               CLOSE STUDENT-MASTER-FILE
               OPEN I-O STUDENT-MASTER-FILE
           END-IF.
           OPEN EXTEND MOVEMENT-HISTORY-FILE.
           IF WRK-STATUS-MOVHISTF = '35'
               OPEN OUTPUT MOVEMENT-HISTORY-FILE
               CLOSE MOVEMENT-HISTORY-FILE
               OPEN EXTEND MOVEMENT-HISTORY-FILE
           END-IF.
           OPEN OUTPUT OCCUPANCY-REPORT-FILE.
           MOVE WRK-DATA-EXECUCAO TO RL-C1-DATA.
           WRITE RL-LINHA FROM RL-CABECALHO-1.
           PERFORM 1400-CARREGA-OCUPACAO
               THRU 1400-CARREGA-OCUPACAO-EXIT.
           IF NOT ABORTA-EXECUCAO
               PERFORM 1500-CARREGA-ESPERA
                   THRU 1500-CARREGA-ESPERA-EXIT
           END-IF.
           IF NOT ABORTA-EXECUCAO
               PERFORM 1600-PREENCHE-VAGAS
                   THRU 1600-PREENCHE-VAGAS-EXIT
           END-IF.
           OPEN INPUT STUDENT-MAINT-FILE.
           IF WRK-STATUS-STUMTF = '35'
               DISPLAY 'ARQUIVO DE MANUTENCAO INEXISTENTE'
                       SET FIM-MAINT TO TRUE
               END-READ
           END-IF.
           IF ABORTA-EXECUCAO
               SET FIM-MAINT TO TRUE
           END-IF.
           PERFORM 1100-PROCESSA-TRANSACAO
               THRU 1100-PROCESSA-TRANSACAO-EXIT
               UNTIL FIM-MAINT.
           IF NOT ABORTA-EXECUCAO
               PERFORM 1900-GRAVA-ESPERA THRU 1900-GRAVA-ESPERA-EXIT
               PERFORM 1950-RELATORIO-OCUPACAO
                   THRU 1950-RELATORIO-OCUPACAO-EXIT
           END-IF.
           DISPLAY 'TOTAL DE TRANSACOES...: ' WRK-TOTAL-TRANS.
           DISPLAY 'TOTAL REJEITADAS......: ' WRK-TOTAL-REJEITADAS.
           DISPLAY 'ENVIADOS P/ ESPERA....: ' WRK-TOTAL-ESPERA.
           DISPLAY 'ALOCADOS DA ESPERA....: ' WRK-TOTAL-ALOCADOS.
           DISPLAY 'RETIRADOS DA ESPERA...: ' WRK-TOTAL-RETIRADOS-ESP.
           DISPLAY 'AGUARDANDO VAGA.......: ' WRK-QTDE-AGUARDANDO.
           DISPLAY 'TURMAS ACIMA DA CAPAC.: ' WRK-TOTAL-ACIMA.
           DISPLAY 'MOVIMENTOS REGISTRADOS: ' WRK-TOTAL-MOVIMENTOS.
           IF WRK-TOTAL-REJEITADAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-TOTAL-ACIMA > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE OCCUPANCY-REPORT-FILE.
           CLOSE MOVEMENT-HISTORY-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE STUDENT-MAINT-FILE.
           IF NOT SEM-TURMAF
       1100-PROCESSA-TRANSACAO.
           ADD 1 TO WRK-TOTAL-TRANS.
           SET TURMA-VALIDA TO TRUE.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EFETIVA.
           IF TM-DATA-EFETIVA NUMERIC
               IF TM-DATA-EFETIVA > ZERO
                   MOVE TM-DATA-EFETIVA TO WRK-DATA-EFETIVA
               END-IF
           END-IF.
           MOVE TM-USUARIO TO WRK-USUARIO-MOV.
           IF WRK-USUARIO-MOV = SPACES
               MOVE 'NAO INFORMADO' TO WRK-USUARIO-MOV
           END-IF.
           IF TM-INCLUSAO
               OR (TM-ALTERACAO AND TM-TURMA NOT = SPACES)
               PERFORM 1200-VALIDA-TURMA
           MOVE SPACES TO SM-REGISTRO.
           MOVE TM-ID TO SM-ID.
           IF TM-INCLUSAO
               PERFORM 1110-INCLUI-ALUNO THRU 1110-INCLUI-ALUNO-EXIT
           ELSE
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ALUNO NAO ENCONTRADO: ' TM-ID
               END-READ
               IF WRK-STATUS-STUMF = '00'
                   MOVE SM-STATUS TO WRK-STATUS-ANTERIOR
                   MOVE SM-TURMA TO WRK-TURMA-ANTERIOR
                   IF TM-ALTERACAO
                       IF TM-NOME NOT = SPACES
                           MOVE TM-NOME TO SM-NOME
                           MOVE TM-STATUS TO SM-STATUS
                       END-IF
                       IF TM-TURMA NOT = SPACES
                           PERFORM 1120-TROCA-TURMA
                               THRU 1120-TROCA-TURMA-EXIT
                       END-IF
                       REWRITE SM-REGISTRO
                       PERFORM 1140-AJUSTA-OCUPACAO
                           THRU 1140-AJUSTA-OCUPACAO-EXIT
                       PERFORM 1150-GRAVA-MOVIMENTO
                           THRU 1150-GRAVA-MOVIMENTO-EXIT
                   ELSE
                       IF TM-DESLIGAMENTO
                           SET SM-RETIRADO TO TRUE
                           REWRITE SM-REGISTRO
                           PERFORM 1140-AJUSTA-OCUPACAO
                               THRU 1140-AJUSTA-OCUPACAO-EXIT
                           PERFORM 1150-GRAVA-MOVIMENTO
                               THRU 1150-GRAVA-MOVIMENTO-EXIT
                       ELSE
                           DISPLAY 'TIPO DE TRANSACAO INVALIDO: '
                               TM-TIPO-TRANS ' ALUNO ' TM-ID
                   END-IF
               END-IF
           END-IF.
           IF VAGA-LIBERADA
               PERFORM 1600-PREENCHE-VAGAS
                   THRU 1600-PREENCHE-VAGAS-EXIT
           END-IF.
       1100-LE-PROXIMA.
           READ STUDENT-MAINT-FILE
               AT END
           END-IF.
       1200-VALIDA-TURMA-EXIT.
           EXIT.

       1110-INCLUI-ALUNO.
           IF NOT SEM-TURMAF
               MOVE TM-TURMA TO WRK-TURMA-BUSCA
               PERFORM 1300-VERIFICA-VAGA THRU 1300-VERIFICA-VAGA-EXIT
               IF NOT TEM-VAGA
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           PERFORM 1700-INCLUI-ESPERA
                               THRU 1700-INCLUI-ESPERA-EXIT
                   END-READ
                   IF WRK-STATUS-STUMF = '00'
                       DISPLAY 'ALUNO JA CADASTRADO: ' TM-ID
                   END-IF
                   GO TO 1110-INCLUI-ALUNO-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO SM-REGISTRO.
           MOVE TM-ID TO SM-ID.
           MOVE TM-NOME TO SM-NOME.
           SET SM-ATIVO TO TRUE.
           MOVE TM-TURMA TO SM-TURMA.
           WRITE SM-REGISTRO
               INVALID KEY
                   DISPLAY 'ALUNO JA CADASTRADO: ' TM-ID
           END-WRITE.
           IF WRK-STATUS-STUMF NOT = '00'
               GO TO 1110-INCLUI-ALUNO-EXIT
           END-IF.
           IF OCUPACAO-ACHADA
               ADD 1 TO WRK-OC-ATIVOS (WRK-IDX-OCUP)
           END-IF.
           MOVE SPACES TO WRK-STATUS-ANTERIOR.
           MOVE SPACES TO WRK-TURMA-ANTERIOR.
           PERFORM 1150-GRAVA-MOVIMENTO THRU 1150-GRAVA-MOVIMENTO-EXIT.
       1110-INCLUI-ALUNO-EXIT.
           EXIT.

      *    TROCA DE TURMA DE ALUNO QUE PERMANECE ATIVO SO E FEITA SE A
      *    TURMA NOVA TEM VAGA; SENAO O ALUNO VAI PARA A LISTA DE ESPERA
      *    E CONTINUA NA TURMA ATUAL
       1120-TROCA-TURMA.
           IF TM-TURMA = SM-TURMA
               GO TO 1120-TROCA-TURMA-EXIT
           END-IF.
           IF SM-ATIVO AND NOT SEM-TURMAF
               MOVE TM-TURMA TO WRK-TURMA-BUSCA
               PERFORM 1300-VERIFICA-VAGA THRU 1300-VERIFICA-VAGA-EXIT
               IF NOT TEM-VAGA
                   PERFORM 1700-INCLUI-ESPERA
                       THRU 1700-INCLUI-ESPERA-EXIT
                   GO TO 1120-TROCA-TURMA-EXIT
               END-IF
           END-IF.
           MOVE TM-TURMA TO SM-TURMA.
       1120-TROCA-TURMA-EXIT.
           EXIT.

       1140-AJUSTA-OCUPACAO.
           IF WRK-STATUS-ANTERIOR = 'A'
               MOVE WRK-TURMA-ANTERIOR TO WRK-TURMA-BUSCA
               PERFORM 1310-LOCALIZA-OCUPACAO
                   THRU 1310-LOCALIZA-OCUPACAO-EXIT
               IF OCUPACAO-ACHADA
                   AND WRK-OC-ATIVOS (WRK-IDX-OCUP) > 0
                   SUBTRACT 1 FROM WRK-OC-ATIVOS (WRK-IDX-OCUP)
                   SET VAGA-LIBERADA TO TRUE
               END-IF
           END-IF.
           IF SM-ATIVO
               MOVE SM-TURMA TO WRK-TURMA-BUSCA
               PERFORM 1310-LOCALIZA-OCUPACAO
                   THRU 1310-LOCALIZA-OCUPACAO-EXIT
               IF OCUPACAO-ACHADA
                   ADD 1 TO WRK-OC-ATIVOS (WRK-IDX-OCUP)
               END-IF
           ELSE
               PERFORM 1800-RETIRA-ESPERA-ALUNO
                   THRU 1800-RETIRA-ESPERA-ALUNO-EXIT
           END-IF.
       1140-AJUSTA-OCUPACAO-EXIT.
           EXIT.

      *    REGISTRA NO HISTORICO A SITUACAO ANTERIOR E A NOVA DO ALUNO.
      *    MUDANCA DE SITUACAO PREVALECE SOBRE TROCA DE TURMA NO TIPO;
      *    ALTERACAO SO DE NOME NAO GERA MOVIMENTO
       1150-GRAVA-MOVIMENTO.
           MOVE SPACES TO MV-REGISTRO.
           IF WRK-STATUS-ANTERIOR = SPACES
               SET MV-INCLUSAO TO TRUE
           ELSE
               IF SM-STATUS NOT = WRK-STATUS-ANTERIOR
                   IF SM-ATIVO
                       SET MV-REATIVACAO TO TRUE
                   ELSE
                       IF SM-TRANSFERIDO
                           SET MV-TRANSFERENCIA TO TRUE
                       ELSE
                           SET MV-RETIRADA TO TRUE
                       END-IF
                   END-IF
               ELSE
                   IF SM-TURMA NOT = WRK-TURMA-ANTERIOR
                       SET MV-TROCA-TURMA TO TRUE
                   ELSE
                       GO TO 1150-GRAVA-MOVIMENTO-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE SM-ID TO MV-ID.
           MOVE WRK-DATA-EFETIVA TO MV-DATA-EFETIVA.
           MOVE WRK-TURMA-ANTERIOR TO MV-TURMA-ANTERIOR.
           MOVE SM-TURMA TO MV-TURMA-NOVA.
           MOVE WRK-STATUS-ANTERIOR TO MV-STATUS-ANTERIOR.
           MOVE SM-STATUS TO MV-STATUS-NOVO.
           MOVE WRK-USUARIO-MOV TO MV-USUARIO.
           MOVE WRK-DATA-EXECUCAO TO MV-DATA-REGISTRO.
           WRITE MV-REGISTRO.
           ADD 1 TO WRK-TOTAL-MOVIMENTOS.
       1150-GRAVA-MOVIMENTO-EXIT.
           EXIT.

      *    CAPACIDADE ZERADA NO TURMAF SIGNIFICA TURMA SEM LIMITE
       1300-VERIFICA-VAGA.
           MOVE 'N' TO WRK-TEM-VAGA.
           PERFORM 1310-LOCALIZA-OCUPACAO
               THRU 1310-LOCALIZA-OCUPACAO-EXIT.
           IF NOT OCUPACAO-ACHADA
               SET TEM-VAGA TO TRUE
               GO TO 1300-VERIFICA-VAGA-EXIT
           END-IF.
           IF WRK-OC-CAPACIDADE (WRK-IDX-OCUP) = 0
               OR WRK-OC-ATIVOS (WRK-IDX-OCUP)
                   < WRK-OC-CAPACIDADE (WRK-IDX-OCUP)
               SET TEM-VAGA TO TRUE
           END-IF.
       1300-VERIFICA-VAGA-EXIT.
           EXIT.

       1310-LOCALIZA-OCUPACAO.
           MOVE 'N' TO WRK-OCUPACAO-ACHADA.
           MOVE ZERO TO WRK-IDX-OCUP.
           PERFORM 1320-PROCURA-OCUPACAO
               THRU 1320-PROCURA-OCUPACAO-EXIT
               UNTIL OCUPACAO-ACHADA
               OR WRK-IDX-OCUP >= WRK-QTDE-OCUPACAO.
       1310-LOCALIZA-OCUPACAO-EXIT.
           EXIT.

       1320-PROCURA-OCUPACAO.
           ADD 1 TO WRK-IDX-OCUP.
           IF WRK-OC-TURMA (WRK-IDX-OCUP) = WRK-TURMA-BUSCA
               SET OCUPACAO-ACHADA TO TRUE
           END-IF.
       1320-PROCURA-OCUPACAO-EXIT.
           EXIT.

       1400-CARREGA-OCUPACAO.
           IF SEM-TURMAF
               GO TO 1400-CARREGA-OCUPACAO-EXIT
           END-IF.
           MOVE LOW-VALUES TO TU-TURMA.
           START TURMA-MASTER-FILE KEY NOT LESS THAN TU-TURMA
               INVALID KEY
                   SET FIM-TURMAS TO TRUE
           END-START.
           IF NOT FIM-TURMAS
               READ TURMA-MASTER-FILE NEXT RECORD
                   AT END
                       SET FIM-TURMAS TO TRUE
               END-READ
           END-IF.
           PERFORM 1410-GUARDA-TURMA THRU 1410-GUARDA-TURMA-EXIT
               UNTIL FIM-TURMAS.
           IF ABORTA-EXECUCAO
               GO TO 1400-CARREGA-OCUPACAO-EXIT
           END-IF.
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
           PERFORM 1420-CONTA-ALUNO THRU 1420-CONTA-ALUNO-EXIT
               UNTIL FIM-MESTRE.
           MOVE ZERO TO WRK-IDX-OCUP.
           PERFORM 1430-VERIFICA-EXCESSO
               THRU 1430-VERIFICA-EXCESSO-EXIT
               UNTIL WRK-IDX-OCUP >= WRK-QTDE-OCUPACAO.
       1400-CARREGA-OCUPACAO-EXIT.
           EXIT.

       1410-GUARDA-TURMA.
           IF WRK-QTDE-OCUPACAO < 500
               ADD 1 TO WRK-QTDE-OCUPACAO
               MOVE TU-TURMA TO WRK-OC-TURMA (WRK-QTDE-OCUPACAO)
               MOVE TU-CAPACIDADE
                   TO WRK-OC-CAPACIDADE (WRK-QTDE-OCUPACAO)
               MOVE ZERO TO WRK-OC-ATIVOS (WRK-QTDE-OCUPACAO)
           ELSE
               DISPLAY 'TABELA DE OCUPACAO CHEIA - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               SET FIM-TURMAS TO TRUE
               GO TO 1410-GUARDA-TURMA-EXIT
           END-IF.
           READ TURMA-MASTER-FILE NEXT RECORD
               AT END
                   SET FIM-TURMAS TO TRUE
           END-READ.
       1410-GUARDA-TURMA-EXIT.
           EXIT.

       1420-CONTA-ALUNO.
           IF SM-ATIVO
               MOVE SM-TURMA TO WRK-TURMA-BUSCA
               PERFORM 1310-LOCALIZA-OCUPACAO
                   THRU 1310-LOCALIZA-OCUPACAO-EXIT
               IF OCUPACAO-ACHADA
                   ADD 1 TO WRK-OC-ATIVOS (WRK-IDX-OCUP)
               END-IF
           END-IF.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET FIM-MESTRE TO TRUE
           END-READ.
       1420-CONTA-ALUNO-EXIT.
           EXIT.

       1430-VERIFICA-EXCESSO.
           ADD 1 TO WRK-IDX-OCUP.
           IF WRK-OC-CAPACIDADE (WRK-IDX-OCUP) > 0
               AND WRK-OC-ATIVOS (WRK-IDX-OCUP)
                   > WRK-OC-CAPACIDADE (WRK-IDX-OCUP)
               MOVE WRK-OC-TURMA (WRK-IDX-OCUP) TO RL-AI-TURMA
               MOVE WRK-OC-CAPACIDADE (WRK-IDX-OCUP)
                   TO RL-AI-CAPACIDADE
               MOVE WRK-OC-ATIVOS (WRK-IDX-OCUP) TO RL-AI-ATIVOS
               WRITE RL-LINHA FROM RL-ACIMA-INICIAL
               DISPLAY 'TURMA JA ACIMA DA CAPACIDADE: '
                   WRK-OC-TURMA (WRK-IDX-OCUP)
           END-IF.
       1430-VERIFICA-EXCESSO-EXIT.
           EXIT.

       1500-CARREGA-ESPERA.
           OPEN INPUT WAITING-LIST-FILE.
           IF WRK-STATUS-ESPERAF = '35'
               GO TO 1500-CARREGA-ESPERA-EXIT
           END-IF.
           READ WAITING-LIST-FILE
               AT END
                   SET FIM-ESPERA TO TRUE
           END-READ.
           PERFORM 1510-GUARDA-ESPERA THRU 1510-GUARDA-ESPERA-EXIT
               UNTIL FIM-ESPERA.
           CLOSE WAITING-LIST-FILE.
       1500-CARREGA-ESPERA-EXIT.
           EXIT.

       1510-GUARDA-ESPERA.
           IF WRK-QTDE-ESPERA < 2000
               ADD 1 TO WRK-QTDE-ESPERA
               MOVE ES-TIPO-TRANS TO WRK-ESP-TIPO (WRK-QTDE-ESPERA)
               MOVE ES-ID TO WRK-ESP-ID (WRK-QTDE-ESPERA)
               MOVE ES-NOME TO WRK-ESP-NOME (WRK-QTDE-ESPERA)
               MOVE ES-TURMA TO WRK-ESP-TURMA (WRK-QTDE-ESPERA)
               MOVE ES-DATA-ENTRADA TO WRK-ESP-DATA (WRK-QTDE-ESPERA)
               MOVE ES-USUARIO TO WRK-ESP-USUARIO (WRK-QTDE-ESPERA)
               MOVE 'P' TO WRK-ESP-SITUACAO (WRK-QTDE-ESPERA)
           ELSE
               DISPLAY 'LISTA DE ESPERA CHEIA - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               SET ABORTA-EXECUCAO TO TRUE
               SET FIM-ESPERA TO TRUE
               GO TO 1510-GUARDA-ESPERA-EXIT
           END-IF.
           READ WAITING-LIST-FILE
               AT END
                   SET FIM-ESPERA TO TRUE
           END-READ.
       1510-GUARDA-ESPERA-EXIT.
           EXIT.

      *    PERCORRE A LISTA DE ESPERA NA ORDEM DE CHEGADA E ALOCA QUEM
      *    TEM VAGA NA TURMA PEDIDA. A TROCA DE TURMA LIBERA VAGA NA
      *    TURMA ANTIGA, POR ISSO REPETE ATE NINGUEM MAIS SER ALOCADO
       1600-PREENCHE-VAGAS.
           IF SEM-TURMAF
               GO TO 1600-PREENCHE-VAGAS-EXIT
           END-IF.
           SET NOVA-PASSADA TO TRUE.
           PERFORM 1610-PASSADA-ESPERA THRU 1610-PASSADA-ESPERA-EXIT
               UNTIL NOT NOVA-PASSADA.
           MOVE 'N' TO WRK-VAGA-LIBERADA.
       1600-PREENCHE-VAGAS-EXIT.
           EXIT.

       1610-PASSADA-ESPERA.
           MOVE 'N' TO WRK-NOVA-PASSADA.
           MOVE ZERO TO WRK-IDX-ESPERA.
           PERFORM 1620-TENTA-ALOCAR THRU 1620-TENTA-ALOCAR-EXIT
               UNTIL WRK-IDX-ESPERA >= WRK-QTDE-ESPERA.
       1610-PASSADA-ESPERA-EXIT.
           EXIT.

       1620-TENTA-ALOCAR.
           ADD 1 TO WRK-IDX-ESPERA.
           IF WRK-ESP-SITUACAO (WRK-IDX-ESPERA) NOT = 'P'
               GO TO 1620-TENTA-ALOCAR-EXIT
           END-IF.
           MOVE WRK-ESP-TURMA (WRK-IDX-ESPERA) TO WRK-TURMA-BUSCA.
           PERFORM 1300-VERIFICA-VAGA THRU 1300-VERIFICA-VAGA-EXIT.
           IF NOT TEM-VAGA
               GO TO 1620-TENTA-ALOCAR-EXIT
           END-IF.
           MOVE 'X' TO WRK-ESP-SITUACAO (WRK-IDX-ESPERA).
           MOVE WRK-ESP-TURMA (WRK-IDX-ESPERA) TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
                   DISPLAY 'TURMA INEXISTENTE - RETIRADO DA ESPERA: '
                       WRK-ESP-ID (WRK-IDX-ESPERA)
                   GO TO 1620-TENTA-ALOCAR-EXIT
           END-READ.
           IF TU-ENCERRADA
               DISPLAY 'TURMA ENCERRADA - RETIRADO DA ESPERA: '
                   WRK-ESP-ID (WRK-IDX-ESPERA)
               GO TO 1620-TENTA-ALOCAR-EXIT
           END-IF.
           IF WRK-ESP-TIPO (WRK-IDX-ESPERA) = 'A'
               PERFORM 1630-ALOCA-INCLUSAO
                   THRU 1630-ALOCA-INCLUSAO-EXIT
           ELSE
               PERFORM 1640-ALOCA-TROCA THRU 1640-ALOCA-TROCA-EXIT
           END-IF.
       1620-TENTA-ALOCAR-EXIT.
           EXIT.

       1630-ALOCA-INCLUSAO.
           MOVE SPACES TO SM-REGISTRO.
           MOVE WRK-ESP-ID (WRK-IDX-ESPERA) TO SM-ID.
           MOVE WRK-ESP-NOME (WRK-IDX-ESPERA) TO SM-NOME.
           SET SM-ATIVO TO TRUE.
           MOVE WRK-ESP-TURMA (WRK-IDX-ESPERA) TO SM-TURMA.
           WRITE SM-REGISTRO
               INVALID KEY
                   DISPLAY 'ALUNO JA CADASTRADO - RETIRADO DA ESPERA: '
                       WRK-ESP-ID (WRK-IDX-ESPERA)
                   GO TO 1630-ALOCA-INCLUSAO-EXIT
           END-WRITE.
           IF OCUPACAO-ACHADA
               ADD 1 TO WRK-OC-ATIVOS (WRK-IDX-OCUP)
           END-IF.
           MOVE SPACES TO WRK-STATUS-ANTERIOR.
           MOVE SPACES TO WRK-TURMA-ANTERIOR.
           PERFORM 1660-MOVIMENTO-ESPERA
               THRU 1660-MOVIMENTO-ESPERA-EXIT.
           PERFORM 1650-REGISTRA-ALOCACAO
               THRU 1650-REGISTRA-ALOCACAO-EXIT.
       1630-ALOCA-INCLUSAO-EXIT.
           EXIT.

       1640-ALOCA-TROCA.
           MOVE WRK-ESP-ID (WRK-IDX-ESPERA) TO SM-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'ALUNO NAO ENCONTRADO - RETIRADO DA ESPERA: '
                       WRK-ESP-ID (WRK-IDX-ESPERA)
                   GO TO 1640-ALOCA-TROCA-EXIT
           END-READ.
           IF NOT SM-ATIVO
               DISPLAY 'ALUNO NAO ATIVO - RETIRADO DA ESPERA: '
                   WRK-ESP-ID (WRK-IDX-ESPERA)
               GO TO 1640-ALOCA-TROCA-EXIT
           END-IF.
           MOVE SM-STATUS TO WRK-STATUS-ANTERIOR.
           MOVE SM-TURMA TO WRK-TURMA-ANTERIOR.
           MOVE WRK-ESP-TURMA (WRK-IDX-ESPERA) TO SM-TURMA.
           REWRITE SM-REGISTRO.
           IF OCUPACAO-ACHADA
               ADD 1 TO WRK-OC-ATIVOS (WRK-IDX-OCUP)
           END-IF.
           MOVE WRK-TURMA-ANTERIOR TO WRK-TURMA-BUSCA.
           PERFORM 1310-LOCALIZA-OCUPACAO
               THRU 1310-LOCALIZA-OCUPACAO-EXIT.
           IF OCUPACAO-ACHADA
               AND WRK-OC-ATIVOS (WRK-IDX-OCUP) > 0
               SUBTRACT 1 FROM WRK-OC-ATIVOS (WRK-IDX-OCUP)
           END-IF.
           PERFORM 1660-MOVIMENTO-ESPERA
               THRU 1660-MOVIMENTO-ESPERA-EXIT.
           PERFORM 1650-REGISTRA-ALOCACAO
               THRU 1650-REGISTRA-ALOCACAO-EXIT.
       1640-ALOCA-TROCA-EXIT.
           EXIT.

       1650-REGISTRA-ALOCACAO.
           ADD 1 TO WRK-TOTAL-ALOCADOS.
           SET NOVA-PASSADA TO TRUE.
           MOVE 'ALOCADO DA ESPERA.....: ' TO RL-E-ACAO.
           MOVE WRK-ESP-ID (WRK-IDX-ESPERA) TO RL-E-ID.
           MOVE SM-NOME TO RL-E-NOME.
           MOVE WRK-ESP-TURMA (WRK-IDX-ESPERA) TO RL-E-TURMA.
           WRITE RL-LINHA FROM RL-ESPERA.
       1650-REGISTRA-ALOCACAO-EXIT.
           EXIT.

      *    A ALOCACAO DA ESPERA VALE A PARTIR DA DATA EM QUE A VAGA FOI
      *    OCUPADA, EM NOME DE QUEM PEDIU A INCLUSAO OU TROCA
       1660-MOVIMENTO-ESPERA.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-EFETIVA.
           MOVE WRK-ESP-USUARIO (WRK-IDX-ESPERA) TO WRK-USUARIO-MOV.
           IF WRK-USUARIO-MOV = SPACES
               MOVE 'NAO INFORMADO' TO WRK-USUARIO-MOV
           END-IF.
           PERFORM 1150-GRAVA-MOVIMENTO THRU 1150-GRAVA-MOVIMENTO-EXIT.
       1660-MOVIMENTO-ESPERA-EXIT.
           EXIT.

       1700-INCLUI-ESPERA.
           MOVE 'N' TO WRK-JA-NA-ESPERA.
           MOVE ZERO TO WRK-IDX-BUSCA-ESP.
           PERFORM 1710-PROCURA-ESPERA THRU 1710-PROCURA-ESPERA-EXIT
               UNTIL JA-NA-ESPERA
               OR WRK-IDX-BUSCA-ESP >= WRK-QTDE-ESPERA.
           IF JA-NA-ESPERA
               DISPLAY 'ALUNO JA CONSTA NA LISTA DE ESPERA: ' TM-ID
                   ' TURMA ' TM-TURMA
               GO TO 1700-INCLUI-ESPERA-EXIT
           END-IF.
           IF WRK-QTDE-ESPERA >= 2000
               DISPLAY 'LISTA DE ESPERA CHEIA - TRANSACAO REJEITADA: '
                   TM-ID
               MOVE 16 TO RETURN-CODE
               ADD 1 TO WRK-TOTAL-REJEITADAS
               GO TO 1700-INCLUI-ESPERA-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ESPERA.
           MOVE TM-TIPO-TRANS TO WRK-ESP-TIPO (WRK-QTDE-ESPERA).
           MOVE TM-ID TO WRK-ESP-ID (WRK-QTDE-ESPERA).
           IF TM-INCLUSAO
               MOVE TM-NOME TO WRK-ESP-NOME (WRK-QTDE-ESPERA)
           ELSE
               MOVE SM-NOME TO WRK-ESP-NOME (WRK-QTDE-ESPERA)
           END-IF.
           MOVE TM-TURMA TO WRK-ESP-TURMA (WRK-QTDE-ESPERA).
           MOVE WRK-DATA-EXECUCAO TO WRK-ESP-DATA (WRK-QTDE-ESPERA).
           MOVE WRK-USUARIO-MOV TO WRK-ESP-USUARIO (WRK-QTDE-ESPERA).
           MOVE 'P' TO WRK-ESP-SITUACAO (WRK-QTDE-ESPERA).
           ADD 1 TO WRK-TOTAL-ESPERA.
           DISPLAY 'TURMA SEM VAGA - ALUNO NA LISTA DE ESPERA: '
               TM-ID ' TURMA ' TM-TURMA.
           MOVE 'ENVIADO P/ ESPERA.....: ' TO RL-E-ACAO.
           MOVE TM-ID TO RL-E-ID.
           MOVE WRK-ESP-NOME (WRK-QTDE-ESPERA) TO RL-E-NOME.
           MOVE TM-TURMA TO RL-E-TURMA.
           WRITE RL-LINHA FROM RL-ESPERA.
       1700-INCLUI-ESPERA-EXIT.
           EXIT.

       1710-PROCURA-ESPERA.
           ADD 1 TO WRK-IDX-BUSCA-ESP.
           IF WRK-ESP-SITUACAO (WRK-IDX-BUSCA-ESP) = 'P'
               AND WRK-ESP-ID (WRK-IDX-BUSCA-ESP) = TM-ID
               AND WRK-ESP-TURMA (WRK-IDX-BUSCA-ESP) = TM-TURMA
               SET JA-NA-ESPERA TO TRUE
           END-IF.
       1710-PROCURA-ESPERA-EXIT.
           EXIT.

      *    ALUNO DESLIGADO, RETIRADO OU TRANSFERIDO SAI DA ESPERA
       1800-RETIRA-ESPERA-ALUNO.
           MOVE ZERO TO WRK-IDX-BUSCA-ESP.
           PERFORM 1810-RETIRA-ENTRADA THRU 1810-RETIRA-ENTRADA-EXIT
               UNTIL WRK-IDX-BUSCA-ESP >= WRK-QTDE-ESPERA.
       1800-RETIRA-ESPERA-ALUNO-EXIT.
           EXIT.

       1810-RETIRA-ENTRADA.
           ADD 1 TO WRK-IDX-BUSCA-ESP.
           IF WRK-ESP-SITUACAO (WRK-IDX-BUSCA-ESP) = 'P'
               AND WRK-ESP-ID (WRK-IDX-BUSCA-ESP) = SM-ID
               MOVE 'X' TO WRK-ESP-SITUACAO (WRK-IDX-BUSCA-ESP)
               ADD 1 TO WRK-TOTAL-RETIRADOS-ESP
               MOVE 'RETIRADO DA ESPERA....: ' TO RL-E-ACAO
               MOVE SM-ID TO RL-E-ID
               MOVE SM-NOME TO RL-E-NOME
               MOVE WRK-ESP-TURMA (WRK-IDX-BUSCA-ESP) TO RL-E-TURMA
               WRITE RL-LINHA FROM RL-ESPERA
           END-IF.
       1810-RETIRA-ENTRADA-EXIT.
           EXIT.

       1900-GRAVA-ESPERA.
           MOVE ZERO TO WRK-QTDE-AGUARDANDO.
           OPEN OUTPUT WAITING-LIST-FILE.
           MOVE ZERO TO WRK-IDX-ESPERA.
           PERFORM 1910-GRAVA-ENTRADA THRU 1910-GRAVA-ENTRADA-EXIT
               UNTIL WRK-IDX-ESPERA >= WRK-QTDE-ESPERA.
           CLOSE WAITING-LIST-FILE.
       1900-GRAVA-ESPERA-EXIT.
           EXIT.

       1910-GRAVA-ENTRADA.
           ADD 1 TO WRK-IDX-ESPERA.
           IF WRK-ESP-SITUACAO (WRK-IDX-ESPERA) NOT = 'P'
               GO TO 1910-GRAVA-ENTRADA-EXIT
           END-IF.
           MOVE WRK-ESP-TIPO (WRK-IDX-ESPERA) TO ES-TIPO-TRANS.
           MOVE WRK-ESP-ID (WRK-IDX-ESPERA) TO ES-ID.
           MOVE WRK-ESP-NOME (WRK-IDX-ESPERA) TO ES-NOME.
           MOVE WRK-ESP-TURMA (WRK-IDX-ESPERA) TO ES-TURMA.
           MOVE WRK-ESP-DATA (WRK-IDX-ESPERA) TO ES-DATA-ENTRADA.
           MOVE WRK-ESP-USUARIO (WRK-IDX-ESPERA) TO ES-USUARIO.
           WRITE ES-REGISTRO.
           ADD 1 TO WRK-QTDE-AGUARDANDO.
       1910-GRAVA-ENTRADA-EXIT.
           EXIT.

       1950-RELATORIO-OCUPACAO.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           MOVE ZERO TO WRK-IDX-OCUP.
           PERFORM 1960-IMPRIME-TURMA THRU 1960-IMPRIME-TURMA-EXIT
               UNTIL WRK-IDX-OCUP >= WRK-QTDE-OCUPACAO.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           MOVE WRK-TOTAL-TRANS TO RL-R1-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           MOVE WRK-TOTAL-REJEITADAS TO RL-R2-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-2.
           MOVE WRK-TOTAL-ESPERA TO RL-R3-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-3.
           MOVE WRK-TOTAL-ALOCADOS TO RL-R4-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-4.
           MOVE WRK-TOTAL-RETIRADOS-ESP TO RL-R8-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-8.
           MOVE WRK-QTDE-AGUARDANDO TO RL-R5-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-5.
           MOVE WRK-TOTAL-ACIMA TO RL-R6-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-6.
           MOVE WRK-TOTAL-MOVIMENTOS TO RL-R7-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-7.
       1950-RELATORIO-OCUPACAO-EXIT.
           EXIT.

       1960-IMPRIME-TURMA.
           ADD 1 TO WRK-IDX-OCUP.
           MOVE WRK-OC-TURMA (WRK-IDX-OCUP) TO RL-O-TURMA.
           MOVE WRK-OC-CAPACIDADE (WRK-IDX-OCUP) TO RL-O-CAPACIDADE.
           MOVE WRK-OC-ATIVOS (WRK-IDX-OCUP) TO RL-O-ATIVOS.
           MOVE ZERO TO WRK-VAGAS-LIVRES.
           IF WRK-OC-ATIVOS (WRK-IDX-OCUP)
               < WRK-OC-CAPACIDADE (WRK-IDX-OCUP)
               COMPUTE WRK-VAGAS-LIVRES =
                   WRK-OC-CAPACIDADE (WRK-IDX-OCUP)
                   - WRK-OC-ATIVOS (WRK-IDX-OCUP)
           END-IF.
           MOVE WRK-VAGAS-LIVRES TO RL-O-VAGAS.
           MOVE ZERO TO WRK-IDX-BUSCA-ESP.
           MOVE ZERO TO WRK-ESPERA-TURMA.
           PERFORM 1970-CONTA-ESPERA THRU 1970-CONTA-ESPERA-EXIT
               UNTIL WRK-IDX-BUSCA-ESP >= WRK-QTDE-ESPERA.
           MOVE WRK-ESPERA-TURMA TO RL-O-ESPERA.
           MOVE SPACES TO RL-O-SITUACAO.
           IF WRK-OC-CAPACIDADE (WRK-IDX-OCUP) > 0
               AND WRK-OC-ATIVOS (WRK-IDX-OCUP)
                   > WRK-OC-CAPACIDADE (WRK-IDX-OCUP)
               MOVE '*ACIMA*' TO RL-O-SITUACAO
               ADD 1 TO WRK-TOTAL-ACIMA
           END-IF.
           WRITE RL-LINHA FROM RL-OCUPACAO.
       1960-IMPRIME-TURMA-EXIT.
           EXIT.

       1970-CONTA-ESPERA.
           ADD 1 TO WRK-IDX-BUSCA-ESP.
           IF WRK-ESP-SITUACAO (WRK-IDX-BUSCA-ESP) = 'P'
               AND WRK-ESP-TURMA (WRK-IDX-BUSCA-ESP)
                   = WRK-OC-TURMA (WRK-IDX-OCUP)
               ADD 1 TO WRK-ESPERA-TURMA
           END-IF.
       1970-CONTA-ESPERA-EXIT.
           EXIT.
