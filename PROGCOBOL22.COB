           SELECT RETIF-EXPORT-FILE ASSIGN TO "RETIFXF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETIFXF.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-CODE
               FILE STATUS IS WRK-STATUS-TERMCF.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USUARIO
               FILE STATUS IS WRK-STATUS-USERMF.
           SELECT ACCESS-AUDIT-FILE ASSIGN TO "AUDITF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITF.
       DATA DIVISION.
       FILE SECTION.
       FD  RETIF-TRANS-FILE
           05  GX-C-QTDE-REG           PIC 9(07).
           05  GX-C-HASH-TOTAL         PIC 9(09).
           05  FILLER                  PIC X(23).

       FD  TERM-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  TC-REGISTRO.
           05  TC-TERM-CODE            PIC X(06).
           05  TC-STATUS               PIC X(01).
             88 TC-ABERTO               VALUE 'A'.
             88 TC-EM-NOTAS             VALUE 'N'.
             88 TC-EM-RECUPERACAO       VALUE 'R'.
             88 TC-FECHADO              VALUE 'F'.
           05  TC-DATA-STATUS          PIC 9(08).
           05  TC-USUARIO              PIC X(20).
           05  TC-QTDE-REG             PIC 9(07).
           05  TC-HASH-MEDIA           PIC 9(09).
           05  TC-DATA-FECHAMENTO      PIC 9(08).

       FD  USER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  US-REGISTRO.
           05  US-USUARIO              PIC X(20).
           05  US-NIVEL                PIC 9(02).
           05  US-SENHA                PIC X(10).
           05  US-STATUS               PIC X(01).
             88 US-ATIVO                VALUE 'A'.
             88 US-INATIVO              VALUE 'I'.
           05  US-TENTATIVAS           PIC 9(02).
           05  US-BLOQUEADO            PIC X(01).
             88 US-CONTA-BLOQUEADA      VALUE 'S'.
             88 US-CONTA-DESBLOQUEADA   VALUE 'N'.

       FD  ACCESS-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AA-REGISTRO.
           05  AA-USUARIO              PIC X(20).
           05  AA-NIVEL                PIC 9(02).
           05  AA-DATA                 PIC 9(08).
           05  AA-HORA                 PIC 9(06).
           05  AA-RESULTADO            PIC X(11).
           05  AA-TURMA                PIC X(10).
           05  AA-TERM-CODE            PIC X(06).
           05  AA-QTDE-REG             PIC 9(05).
       WORKING-STORAGE SECTION.
       77 WRK-FIM-TRANS           PIC X(01) VALUE 'N'.
         88 FIM-TRANS             VALUE 'S'.
       77 WRK-QTDE-EXPORT         PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-EXPORT         PIC 9(09) COMP VALUE ZERO.
       77 WRK-MEDIA-INT           PIC 9(03) VALUE ZERO.
       77 WRK-STATUS-TERMCF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-USERMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AUDITF       PIC X(02) VALUE SPACES.
       77 WRK-SEM-TERMCF          PIC X(01) VALUE 'N'.
         88 SEM-TERMCF            VALUE 'S'.
       77 WRK-SEM-USERMF          PIC X(01) VALUE 'N'.
         88 SEM-USERMF            VALUE 'S'.
       77 WRK-TERMO-FECHADO       PIC X(01) VALUE 'N'.
         88 TERMO-FECHADO         VALUE 'S'.
       77 WRK-TERMO-RECUSADO      PIC X(01) VALUE 'N'.
         88 TERMO-RECUSADO        VALUE 'S'.
       77 WRK-NIVEL               PIC 9(02) VALUE ZEROS.
         88 ADM                   VALUE 01.
       77 WRK-RESULTADO-ACESSO    PIC X(11) VALUE SPACES.
       77 WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
       77 WRK-AUD-USUARIO         PIC X(20) VALUE SPACES.
       77 WRK-AUD-TERMO           PIC X(06) VALUE SPACES.
       77 WRK-AUD-QTDE            PIC 9(05) VALUE ZEROS.

       01  WRK-TABELA-TRANS.
           05  WRK-TX-ELEM OCCURS 2000 TIMES.
                 88 TX-PENDENTE          VALUE 'P'.
                 88 TX-APLICADA          VALUE 'A'.
                 88 TX-DIVERGENTE        VALUE 'D'.
               10  WRK-TX-TERMO-FECHADO PIC X(01).
                 88 TX-TERMO-FECHADO     VALUE 'S'.
               10  WRK-TX-NIVEL        PIC 9(02).

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(33) VALUE
               SET ABORTA-EXECUCAO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT TERM-CONTROL-FILE.
           IF WRK-STATUS-TERMCF = '35'
               SET SEM-TERMCF TO TRUE
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-STATUS-USERMF = '35'
               SET SEM-USERMF TO TRUE
           END-IF.
           OPEN EXTEND ACCESS-AUDIT-FILE.
           IF WRK-STATUS-AUDITF = '35'
               OPEN OUTPUT ACCESS-AUDIT-FILE
               CLOSE ACCESS-AUDIT-FILE
               OPEN EXTEND ACCESS-AUDIT-FILE
           END-IF.
           READ RETIF-TRANS-FILE
               AT END
                   SET FIM-TRANS TO TRUE
               THRU 1100-CARREGA-TRANSACAO-EXIT
               UNTIL FIM-TRANS.
           CLOSE RETIF-TRANS-FILE.
           IF NOT SEM-TERMCF
               CLOSE TERM-CONTROL-FILE
           END-IF.
           IF NOT SEM-USERMF
               CLOSE USER-MASTER-FILE
           END-IF.
           IF ABORTA-EXECUCAO
               GO TO 1000-INICIALIZA-EXIT
           END-IF.

       1100-CARREGA-TRANSACAO.
           ADD 1 TO WRK-TOTAL-LIDAS.
           MOVE 'N' TO WRK-TERMO-FECHADO.
           MOVE ZEROS TO WRK-NIVEL.
           IF RT-MEDIA-ANTIGA NUMERIC AND RT-MEDIA-NOVA NUMERIC
               PERFORM 1200-VERIFICA-TERMO
                   THRU 1200-VERIFICA-TERMO-EXIT
               IF TERMO-RECUSADO
                   PERFORM 1300-RECUSA-TERMO-FECHADO
                       THRU 1300-RECUSA-TERMO-FECHADO-EXIT
                   GO TO 1100-LE-PROXIMA
               END-IF
           END-IF.
           IF RT-MEDIA-ANTIGA NOT NUMERIC
               OR RT-MEDIA-NOVA NOT NUMERIC
               ADD 1 TO WRK-TOTAL-REJEITADAS
                   MOVE RT-AUTORIZADO-POR
                       TO WRK-TX-AUTORIZADO (WRK-QTDE-TRANS)
                   MOVE 'P' TO WRK-TX-SITUACAO (WRK-QTDE-TRANS)
                   MOVE WRK-TERMO-FECHADO
                       TO WRK-TX-TERMO-FECHADO (WRK-QTDE-TRANS)
                   MOVE WRK-NIVEL TO WRK-TX-NIVEL (WRK-QTDE-TRANS)
               ELSE
                   DISPLAY 'TABELA DE RETIFICACOES CHEIA - '
                       'EXECUCAO ABORTADA'
                   GO TO 1100-CARREGA-TRANSACAO-EXIT
               END-IF
           END-IF.
       1100-LE-PROXIMA.
           READ RETIF-TRANS-FILE
               AT END
                   SET FIM-TRANS TO TRUE
       1100-CARREGA-TRANSACAO-EXIT.
           EXIT.

      *    TERMO FECHADO NO TERMCF SO ACEITA RETIFICACAO AUTORIZADA POR
      *    USUARIO ADM ATIVO DO USERMF. SEM REGISTRO NO TERMCF = ABERTO
       1200-VERIFICA-TERMO.
           MOVE 'N' TO WRK-TERMO-RECUSADO.
           IF SEM-TERMCF
               GO TO 1200-VERIFICA-TERMO-EXIT
           END-IF.
           MOVE RT-TERM-CODE TO TC-TERM-CODE.
           READ TERM-CONTROL-FILE
               INVALID KEY
                   GO TO 1200-VERIFICA-TERMO-EXIT
           END-READ.
           IF NOT TC-FECHADO
               GO TO 1200-VERIFICA-TERMO-EXIT
           END-IF.
           SET TERMO-FECHADO TO TRUE.
           IF NOT SEM-USERMF
               MOVE RT-AUTORIZADO-POR TO US-USUARIO
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF US-ATIVO AND NOT US-CONTA-BLOQUEADA
                           MOVE US-NIVEL TO WRK-NIVEL
                       END-IF
               END-READ
           END-IF.
           IF NOT ADM
               SET TERMO-RECUSADO TO TRUE
           END-IF.
       1200-VERIFICA-TERMO-EXIT.
           EXIT.

       1300-RECUSA-TERMO-FECHADO.
           ADD 1 TO WRK-TOTAL-REJEITADAS.
           MOVE RT-ID TO RL-D-ID.
           MOVE RT-TERM-CODE TO RL-D-TERMO.
           MOVE RT-DISCIPLINA TO RL-D-DISC.
           MOVE RT-MEDIA-ANTIGA TO RL-D-MEDIA-ANT.
           MOVE RT-MEDIA-NOVA TO RL-D-MEDIA-NOVA.
           MOVE RT-MOTIVO TO RL-D-MOTIVO.
           MOVE RT-AUTORIZADO-POR TO RL-D-AUTORIZADO.
           MOVE 'TERMO FECHADO' TO RL-D-RESULTADO.
           WRITE RL-LINHA FROM RL-DETALHE.
           MOVE RT-AUTORIZADO-POR TO WRK-AUD-USUARIO.
           MOVE RT-TERM-CODE TO WRK-AUD-TERMO.
           MOVE ZEROS TO WRK-AUD-QTDE.
           MOVE 'RECUSADO' TO WRK-RESULTADO-ACESSO.
           PERFORM 5000-GRAVA-AUDITORIA THRU 5000-GRAVA-AUDITORIA-EXIT.
       1300-RECUSA-TERMO-FECHADO-EXIT.
           EXIT.

       2000-ATUALIZA-HISTORICO.
           ADD 1 TO WRK-TOTAL-HIST.
           MOVE GH-REGISTRO TO GW-REGISTRO.
               COMPUTE WRK-MEDIA-INT =
                   WRK-TX-MEDIA-NOVA (WRK-IDX-TRANS) * 10
               ADD WRK-MEDIA-INT TO WRK-HASH-EXPORT
               IF TX-TERMO-FECHADO (WRK-IDX-TRANS)
                   MOVE WRK-TX-AUTORIZADO (WRK-IDX-TRANS)
                       TO WRK-AUD-USUARIO
                   MOVE WRK-TX-NIVEL (WRK-IDX-TRANS) TO WRK-NIVEL
                   MOVE WRK-TX-TERMO (WRK-IDX-TRANS) TO WRK-AUD-TERMO
                   MOVE 1 TO WRK-AUD-QTDE
                   MOVE 'CORRECAO' TO WRK-RESULTADO-ACESSO
                   PERFORM 5000-GRAVA-AUDITORIA
                       THRU 5000-GRAVA-AUDITORIA-EXIT
               END-IF
           ELSE
               ADD 1 TO WRK-TOTAL-REJEITADAS
               IF TX-DIVERGENTE (WRK-IDX-TRANS)
       4100-COPIA-REGISTRO-EXIT.
           EXIT.

       5000-GRAVA-AUDITORIA.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-AUD-USUARIO TO AA-USUARIO.
           MOVE WRK-NIVEL TO AA-NIVEL.
           MOVE WRK-DATA-EXECUCAO TO AA-DATA.
           MOVE WRK-HORA-ATUAL TO AA-HORA.
           MOVE WRK-RESULTADO-ACESSO TO AA-RESULTADO.
           MOVE SPACES TO AA-TURMA.
           MOVE WRK-AUD-TERMO TO AA-TERM-CODE.
           MOVE WRK-AUD-QTDE TO AA-QTDE-REG.
           WRITE AA-REGISTRO.
       5000-GRAVA-AUDITORIA-EXIT.
           EXIT.

       8000-FINALIZA.
           DISPLAY 'RESUMO DA RETIFICACAO'.
           DISPLAY 'TRANSACOES LIDAS......: ' WRK-TOTAL-LIDAS.
               CLOSE RETIF-EXPORT-FILE
           END-IF.
           CLOSE RETIF-REPORT-FILE.
           IF WRK-STATUS-AUDITF NOT = SPACES
               CLOSE ACCESS-AUDIT-FILE
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.
