           SELECT GRADE-POLICY-FILE ASSIGN TO "GRDPOLF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRDPOLF.
           SELECT NOTICE-EVENT-FILE ASSIGN TO "AVISOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AVISOF.
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
           SELECT RECUP-CLOSE-FILE ASSIGN TO "RECFECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECFECF.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM13F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
       FILE SECTION.
       FD  RECUPERACAO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCI-REGISTRO               PIC X(48).

       SD  RECUP-SORT-FILE.
       01  RCS-REGISTRO.
           05  RCS-ID                  PIC X(06).
           05  FILLER                  PIC X(33).
           05  RCS-DISCIPLINA          PIC X(03).
           05  FILLER                  PIC X(06).

       FD  RECUP-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
           05  RC-NOME                 PIC X(30).
           05  RC-MEDIA                PIC 9(02)V9.
           05  RC-DISCIPLINA           PIC X(03).
           05  RC-TERM-CODE            PIC X(06).

       FD  RECUP-NOTAS-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-TERM-CODE            PIC X(06).
           05  PM-AUTORIZADO-POR       PIC X(20).
           05  FILLER                  PIC X(14).

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

       FD  NOTICE-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AV-REGISTRO.
           05  AV-TIPO                 PIC X(01).
             88 AV-RECUPERACAO          VALUE 'R'.
             88 AV-REPROV-FALTA         VALUE 'F'.
             88 AV-RESULTADO-RECUP      VALUE 'E'.
           05  AV-ID                   PIC X(06).
           05  AV-NOME                 PIC X(30).
           05  AV-TURMA                PIC X(10).
           05  AV-TERM-CODE            PIC X(06).
           05  AV-DISCIPLINA           PIC X(03).
           05  AV-MEDIA                PIC 9(02)V9.
           05  AV-PCT-FREQ             PIC 9(03)V99.
           05  AV-NOTA-EXAME           PIC 9(02).
           05  AV-MEDIA-FINAL          PIC 9(02)V9.
           05  AV-RESULTADO            PIC X(11).
           05  AV-DATA                 PIC 9(08).

       FD  RECUP-CLOSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RF-REGISTRO.
           05  RF-ID                   PIC X(06).
           05  RF-TERM-CODE            PIC X(06).
           05  RF-DISCIPLINA           PIC X(03).
           05  RF-RESULTADO            PIC X(11).
           05  RF-MEDIA-FINAL          PIC 9(02)V9.
           05  RF-DATA                 PIC 9(08).
       WORKING-STORAGE SECTION.
       77 WRK-FIM-ARQUIVO         PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO           VALUE 'S'.
       77 WRK-TOTAL-APROVADO      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-REPROVADO     PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-AUSENTE       PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-OUTRO-TERMO   PIC 9(05) COMP VALUE ZERO.
       77 WRK-STATUS-RECUPSF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RECNOSF      PIC X(02) VALUE SPACES.
       77 WRK-NOTA-ACHADA         PIC X(01) VALUE 'N'.
         88 FIM-POLITICA          VALUE 'S'.
       77 WRK-POLITICA-ACHADA     PIC X(01) VALUE 'N'.
         88 POLITICA-ACHADA       VALUE 'S'.
       77 WRK-STATUS-AVISOF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RECFECF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TERMCF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-USERMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AUDITF       PIC X(02) VALUE SPACES.
       77 WRK-AUTORIZADO-POR      PIC X(20) VALUE SPACES.
       77 WRK-NIVEL               PIC 9(02) VALUE ZEROS.
         88 ADM                   VALUE 01.
       77 WRK-RESULTADO-ACESSO    PIC X(11) VALUE SPACES.
       77 WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
       77 WRK-AUD-QTDE            PIC 9(05) VALUE ZEROS.
       77 WRK-TERMO-FECHADO       PIC X(01) VALUE 'N'.
         88 TERMO-FECHADO         VALUE 'S'.
       77 WRK-TERMO-RECUSADO      PIC X(01) VALUE 'N'.
         88 TERMO-RECUSADO        VALUE 'S'.


       01  RL-CABECALHO-1.
               'TOTAL AUSENTE.........: '.
           05  RL-R4-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-5.
           05  FILLER              PIC X(25) VALUE
               'OUTRO TERMO...........: '.
           05  RL-R5-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           OPEN INPUT DRIVER-PARM-FILE.
           IF WRK-STATUS-PARMF = '35'
               DISPLAY 'CODIGO DO TERMO/PERIODO..'
               ACCEPT WRK-TERM-CODE
               DISPLAY 'AUTORIZADO POR (SO PARA TERMO FECHADO)..'
               ACCEPT WRK-AUTORIZADO-POR
           ELSE
               READ DRIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-TERM-CODE TO WRK-TERM-CODE
                       MOVE PM-AUTORIZADO-POR TO WRK-AUTORIZADO-POR
               END-READ
               CLOSE DRIVER-PARM-FILE
           END-IF.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0500-VERIFICA-TERMO THRU 0500-VERIFICA-TERMO-EXIT.
           IF TERMO-RECUSADO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT
               PERFORM 2000-PROCESSA-RECUP
                   THRU 2000-PROCESSA-RECUP-EXIT
                   UNTIL FIM-ARQUIVO
               PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT
           END-IF.
           GOBACK.

      *    TERMO FECHADO NO TERMCF SO ACEITA A RECUPERACAO COMO CORRECAO
      *    AUTORIZADA POR USUARIO ADM ATIVO DO USERMF (PRM13F). ACEITE
      *    OU RECUSA FICA NO AUDITF. SEM REGISTRO NO TERMCF = ABERTO
       0500-VERIFICA-TERMO.
           MOVE 'N' TO WRK-TERMO-FECHADO.
           MOVE 'N' TO WRK-TERMO-RECUSADO.
           OPEN INPUT TERM-CONTROL-FILE.
           IF WRK-STATUS-TERMCF = '35'
               GO TO 0500-VERIFICA-TERMO-EXIT
           END-IF.
           MOVE WRK-TERM-CODE TO TC-TERM-CODE.
           READ TERM-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TC-FECHADO
                       SET TERMO-FECHADO TO TRUE
                   END-IF
           END-READ.
           CLOSE TERM-CONTROL-FILE.
           IF NOT TERMO-FECHADO
               GO TO 0500-VERIFICA-TERMO-EXIT
           END-IF.
           PERFORM 0510-VALIDA-AUTORIZACAO
               THRU 0510-VALIDA-AUTORIZACAO-EXIT.
           MOVE ZEROS TO WRK-AUD-QTDE.
           IF ADM
               DISPLAY 'TERMO FECHADO ' WRK-TERM-CODE
                   ' - CORRECAO AUTORIZADA POR ' WRK-AUTORIZADO-POR
           ELSE
               DISPLAY 'TERMO FECHADO: ' WRK-TERM-CODE
                   ' - RECUPERACAO NAO APLICADA'
               MOVE 'RECUSADO' TO WRK-RESULTADO-ACESSO
               PERFORM 0520-GRAVA-AUDITORIA
                   THRU 0520-GRAVA-AUDITORIA-EXIT
               SET TERMO-RECUSADO TO TRUE
           END-IF.
       0500-VERIFICA-TERMO-EXIT.
           EXIT.

       0510-VALIDA-AUTORIZACAO.
           MOVE ZEROS TO WRK-NIVEL.
           IF WRK-AUTORIZADO-POR = SPACES
               GO TO 0510-VALIDA-AUTORIZACAO-EXIT
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-STATUS-USERMF = '35'
               DISPLAY 'CADASTRO DE USUARIOS INEXISTENTE'
               GO TO 0510-VALIDA-AUTORIZACAO-EXIT
           END-IF.
           MOVE WRK-AUTORIZADO-POR TO US-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO: '
                       WRK-AUTORIZADO-POR
               NOT INVALID KEY
                   IF US-ATIVO AND NOT US-CONTA-BLOQUEADA
                       MOVE US-NIVEL TO WRK-NIVEL
                   END-IF
           END-READ.
           CLOSE USER-MASTER-FILE.
           IF NOT ADM
               DISPLAY 'AUTORIZACAO EXIGE USUARIO ADM ATIVO'
           END-IF.
       0510-VALIDA-AUTORIZACAO-EXIT.
           EXIT.

       0520-GRAVA-AUDITORIA.
           OPEN EXTEND ACCESS-AUDIT-FILE.
           IF WRK-STATUS-AUDITF = '35'
               OPEN OUTPUT ACCESS-AUDIT-FILE
               CLOSE ACCESS-AUDIT-FILE
               OPEN EXTEND ACCESS-AUDIT-FILE
           END-IF.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-AUTORIZADO-POR TO AA-USUARIO.
           MOVE WRK-NIVEL TO AA-NIVEL.
           MOVE WRK-DATA-EXECUCAO TO AA-DATA.
           MOVE WRK-HORA-ATUAL TO AA-HORA.
           MOVE WRK-RESULTADO-ACESSO TO AA-RESULTADO.
           MOVE SPACES TO AA-TURMA.
           MOVE WRK-TERM-CODE TO AA-TERM-CODE.
           MOVE WRK-AUD-QTDE TO AA-QTDE-REG.
           WRITE AA-REGISTRO.
           CLOSE ACCESS-AUDIT-FILE.
       0520-GRAVA-AUDITORIA-EXIT.
           EXIT.

       1000-INICIALIZA.
           PERFORM 1200-CARREGA-POLITICA
               THRU 1200-CARREGA-POLITICA-EXIT.
               CLOSE GRADE-HIST-FILE
               OPEN EXTEND GRADE-HIST-FILE
           END-IF.
           OPEN EXTEND NOTICE-EVENT-FILE.
           IF WRK-STATUS-AVISOF = '35'
               OPEN OUTPUT NOTICE-EVENT-FILE
               CLOSE NOTICE-EVENT-FILE
               OPEN EXTEND NOTICE-EVENT-FILE
           END-IF.
           OPEN EXTEND RECUP-CLOSE-FILE.
           IF WRK-STATUS-RECFECF = '35'
               OPEN OUTPUT RECUP-CLOSE-FILE
               CLOSE RECUP-CLOSE-FILE
               OPEN EXTEND RECUP-CLOSE-FILE
           END-IF.
           OPEN OUTPUT RECUP-REPORT-FILE.
           MOVE WRK-TERM-CODE TO RL-C1-TERMO.
           MOVE WRK-DATA-EXECUCAO TO RL-C1-DATA.
       1220-PROCURA-POLITICA-EXIT.
           EXIT.

      *    PENDENCIA DE OUTRO TERMO FICA NO RECUPF PARA A EXECUCAO
      *    DAQUELE TERMO (POLITICA, BLOQUEIO E GRADEHF SAO DO TERMO)
       2000-PROCESSA-RECUP.
           IF RC-TERM-CODE NOT = SPACES
               AND RC-TERM-CODE NOT = WRK-TERM-CODE
               DISPLAY 'RECUPERACAO DE OUTRO TERMO IGNORADA: '
                   RC-ID ' ' RC-DISCIPLINA ' TERMO ' RC-TERM-CODE
               ADD 1 TO WRK-TOTAL-OUTRO-TERMO
               GO TO 2000-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-TOTAL-ALUNOS.
           PERFORM 2100-PROCURA-NOTA THRU 2100-PROCURA-NOTA-EXIT.
           MOVE RC-ID TO RL-D-ID.
               MOVE 'AUSENTE' TO RL-D-STATUS
           END-IF.
           WRITE RL-LINHA FROM RL-DETALHE.
           PERFORM 2200-GRAVA-AVISO THRU 2200-GRAVA-AVISO-EXIT.
           PERFORM 2300-GRAVA-FECHAMENTO
               THRU 2300-GRAVA-FECHAMENTO-EXIT.
       2000-LE-PROXIMO.
           READ RECUP-SORTED-FILE
               AT END
                   SET FIM-ARQUIVO TO TRUE
       2110-AVANCA-NOTA-EXIT.
           EXIT.

      *    AVISO DO RESULTADO FINAL AOS RESPONSAVEIS (VIA AVISOF)
       2200-GRAVA-AVISO.
           MOVE SPACES TO AV-REGISTRO.
           SET AV-RESULTADO-RECUP TO TRUE.
           MOVE RC-ID TO AV-ID.
           MOVE RC-NOME TO AV-NOME.
           MOVE WRK-TERM-CODE TO AV-TERM-CODE.
           MOVE RC-DISCIPLINA TO AV-DISCIPLINA.
           MOVE RC-MEDIA TO AV-MEDIA.
           MOVE ZEROS TO AV-PCT-FREQ.
           MOVE WRK-NOTA-EXAME TO AV-NOTA-EXAME.
           IF NOTA-ACHADA
               MOVE WRK-MEDIA-FINAL TO AV-MEDIA-FINAL
           ELSE
               MOVE RC-MEDIA TO AV-MEDIA-FINAL
           END-IF.
           MOVE RL-D-STATUS TO AV-RESULTADO.
           MOVE WRK-DATA-EXECUCAO TO AV-DATA.
           WRITE AV-REGISTRO.
       2200-GRAVA-AVISO-EXIT.
           EXIT.

      *    BAIXA DA PENDENCIA DO RECUPF (CONFERIDA NA VARREDURA NOTURNA)
       2300-GRAVA-FECHAMENTO.
           MOVE RC-ID TO RF-ID.
           MOVE WRK-TERM-CODE TO RF-TERM-CODE.
           MOVE RC-DISCIPLINA TO RF-DISCIPLINA.
           MOVE RL-D-STATUS TO RF-RESULTADO.
           MOVE AV-MEDIA-FINAL TO RF-MEDIA-FINAL.
           MOVE WRK-DATA-EXECUCAO TO RF-DATA.
           WRITE RF-REGISTRO.
       2300-GRAVA-FECHAMENTO-EXIT.
           EXIT.

       8000-FINALIZA.
           DISPLAY 'RESUMO DA RECUPERACAO'.
           DISPLAY 'TOTAL DE ALUNOS.......: ' WRK-TOTAL-ALUNOS.
           DISPLAY 'TOTAL APROVADO........: ' WRK-TOTAL-APROVADO.
           DISPLAY 'TOTAL REPROVADO.......: ' WRK-TOTAL-REPROVADO.
           DISPLAY 'TOTAL AUSENTE.........: ' WRK-TOTAL-AUSENTE.
           DISPLAY 'OUTRO TERMO...........: ' WRK-TOTAL-OUTRO-TERMO.
           MOVE WRK-TOTAL-ALUNOS TO RL-R1-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           MOVE WRK-TOTAL-APROVADO TO RL-R2-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-3.
           MOVE WRK-TOTAL-AUSENTE TO RL-R4-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-4.
           MOVE WRK-TOTAL-OUTRO-TERMO TO RL-R5-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-5.
           IF WRK-TOTAL-OUTRO-TERMO > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-STATUS-RECUPSF NOT = SPACES
               AND WRK-STATUS-RECUPSF NOT = '35'
               CLOSE RECUP-SORTED-FILE
           END-IF.
           CLOSE GRADE-HIST-FILE.
           CLOSE RECUP-REPORT-FILE.
           CLOSE NOTICE-EVENT-FILE.
           CLOSE RECUP-CLOSE-FILE.
           IF TERMO-FECHADO
               MOVE 'CORRECAO' TO WRK-RESULTADO-ACESSO
               COMPUTE WRK-AUD-QTDE =
                   WRK-TOTAL-APROVADO + WRK-TOTAL-REPROVADO
               PERFORM 0520-GRAVA-AUDITORIA
                   THRU 0520-GRAVA-AUDITORIA-EXIT
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.
