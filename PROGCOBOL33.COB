       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL33.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: VARREDURA NOTURNA DE INTEGRIDADE ENTRE OS ARQUIVOS
      *          (STUMF/TURMAF/GRADEHF/FREQF/RECUPF/AUDITF/USERMF)
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT USER-MASTER-FILE ASSIGN TO "USERMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USUARIO
               FILE STATUS IS WRK-STATUS-USERMF.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-CODE
               FILE STATUS IS WRK-STATUS-TERMCF.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRADEHF.
           SELECT HIST-SORT-FILE ASSIGN TO "SRTWKI".
           SELECT HIST-SORTED-FILE ASSIGN TO "GRDHISF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRDHISF.
           SELECT RECUP-CLOSE-FILE ASSIGN TO "RECFECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECFECF.
           SELECT CLOSE-SORT-FILE ASSIGN TO "SRTWKJ".
           SELECT CLOSE-SORTED-FILE ASSIGN TO "RECFESF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECFESF.
           SELECT RECUPERACAO-FILE ASSIGN TO "RECUPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECUPF.
           SELECT RECUP-SORT-FILE ASSIGN TO "SRTWKK".
           SELECT RECUP-SORTED-FILE ASSIGN TO "RECPESF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECPESF.
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQF.
           SELECT ACCESS-AUDIT-FILE ASSIGN TO "AUDITF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITF.
           SELECT AUDIT-SORT-FILE ASSIGN TO "SRTWKL".
           SELECT AUDIT-SORTED-FILE ASSIGN TO "AUDITSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITSF.
           SELECT INTEGR-REPORT-FILE ASSIGN TO "INTEGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INTEGREL.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM33F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
       DATA DIVISION.
       FILE SECTION.
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

       FD  GRADE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  GH-REGISTRO                 PIC X(19).

       SD  HIST-SORT-FILE.
       01  HS-REGISTRO.
           05  HS-ID                   PIC X(06).
           05  HS-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(03).
           05  HS-DISCIPLINA           PIC X(03).
           05  FILLER                  PIC X(01).

       FD  HIST-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  HO-REGISTRO.
           05  HO-ID                   PIC X(06).
           05  HO-TERM-CODE            PIC X(06).
           05  HO-MEDIA                PIC 9(02)V9.
           05  HO-DISCIPLINA           PIC X(03).
           05  HO-SITUACAO             PIC X(01).
             88 HO-VIGENTE              VALUE 'V'.
             88 HO-SUPERADO             VALUE 'S'.

       FD  RECUP-CLOSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RF-REGISTRO                 PIC X(37).

       SD  CLOSE-SORT-FILE.
       01  FS-REGISTRO.
           05  FS-ID                   PIC X(06).
           05  FS-TERM-CODE            PIC X(06).
           05  FS-DISCIPLINA           PIC X(03).
           05  FILLER                  PIC X(22).

       FD  CLOSE-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  FO-REGISTRO.
           05  FO-ID                   PIC X(06).
           05  FO-TERM-CODE            PIC X(06).
           05  FO-DISCIPLINA           PIC X(03).
           05  FO-RESULTADO            PIC X(11).
             88 FO-AUSENTE              VALUE 'AUSENTE'.
           05  FO-MEDIA-FINAL          PIC 9(02)V9.
           05  FO-DATA                 PIC 9(08).

       FD  RECUPERACAO-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCI-REGISTRO                PIC X(48).

       SD  RECUP-SORT-FILE.
       01  PS-REGISTRO.
           05  PS-ID                   PIC X(06).
           05  FILLER                  PIC X(33).
           05  PS-DISCIPLINA           PIC X(03).
           05  PS-TERM-CODE            PIC X(06).

       FD  RECUP-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PO-REGISTRO.
           05  PO-ID                   PIC X(06).
           05  PO-NOME                 PIC X(30).
           05  PO-MEDIA                PIC 9(02)V9.
           05  PO-DISCIPLINA           PIC X(03).
           05  PO-TERM-CODE            PIC X(06).

       FD  FREQUENCIA-FILE
           LABEL RECORDS ARE STANDARD.
       01  FQ-REGISTRO.
           05  FQ-ID                   PIC X(06).
           05  FQ-TURMA                PIC X(10).
           05  FQ-AULAS-DADAS          PIC 9(03).
           05  FQ-AULAS-PRESENTES      PIC 9(03).

       FD  ACCESS-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AA-REGISTRO                 PIC X(68).

       SD  AUDIT-SORT-FILE.
       01  AS-REGISTRO.
           05  AS-USUARIO              PIC X(20).
           05  FILLER                  PIC X(48).

       FD  AUDIT-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  AO-REGISTRO.
           05  AO-USUARIO              PIC X(20).
           05  AO-NIVEL                PIC 9(02).
           05  AO-DATA                 PIC 9(08).
           05  AO-HORA                 PIC 9(06).
           05  AO-RESULTADO            PIC X(11).
           05  AO-TURMA                PIC X(10).
           05  AO-TERM-CODE            PIC X(06).
           05  AO-QTDE-REG             PIC 9(05).

       FD  INTEGR-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RL-LINHA                    PIC X(80).

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-LIMITE-ERROS         PIC X(05).
           05  FILLER                  PIC X(35).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-STUMF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TURMAF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-USERMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TERMCF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GRADEHF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GRDHISF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RECFECF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RECFESF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RECUPF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RECPESF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-FREQF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AUDITF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AUDITSF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-INTEGREL     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PARMF        PIC X(02) VALUE SPACES.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-LIMITE-ERROS        PIC 9(05) VALUE ZEROS.
       77 WRK-LIMITE-INFORMADO    PIC X(05) VALUE SPACES.
       77 WRK-ABORTA-EXECUCAO     PIC X(01) VALUE 'N'.
         88 ABORTA-EXECUCAO       VALUE 'S'.
       77 WRK-SEM-USERMF          PIC X(01) VALUE 'N'.
         88 SEM-USERMF            VALUE 'S'.
       77 WRK-SEM-TERMCF          PIC X(01) VALUE 'N'.
         88 SEM-TERMCF            VALUE 'S'.
       77 WRK-SEM-RECFECF         PIC X(01) VALUE 'N'.
         88 SEM-RECFECF           VALUE 'S'.
       77 WRK-FIM-MESTRE          PIC X(01) VALUE 'N'.
         88 FIM-MESTRE            VALUE 'S'.
       77 WRK-FIM-HIST            PIC X(01) VALUE 'N'.
         88 FIM-HIST              VALUE 'S'.
       77 WRK-FIM-FECH            PIC X(01) VALUE 'N'.
         88 FIM-FECH              VALUE 'S'.
       77 WRK-FIM-RECUP           PIC X(01) VALUE 'N'.
         88 FIM-RECUP             VALUE 'S'.
       77 WRK-FIM-FREQ            PIC X(01) VALUE 'N'.
         88 FIM-FREQ              VALUE 'S'.
       77 WRK-FIM-AUDIT           PIC X(01) VALUE 'N'.
         88 FIM-AUDIT             VALUE 'S'.
       77 WRK-RECUP-POSTADA       PIC X(01) VALUE 'N'.
         88 RECUP-POSTADA         VALUE 'S'.
       77 WRK-RECUP-FECHADA       PIC X(01) VALUE 'N'.
         88 RECUP-FECHADA         VALUE 'S'.
       77 WRK-TERMO-FECHADO       PIC X(01) VALUE 'N'.
         88 TERMO-FECHADO         VALUE 'S'.
       77 WRK-ID-GRUPO            PIC X(06) VALUE SPACES.
       77 WRK-USUARIO-GRUPO       PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-ATUAL         PIC X(15) VALUE HIGH-VALUES.
       77 WRK-CHAVE-HIST          PIC X(15) VALUE SPACES.
       77 WRK-CHAVE-FECH          PIC X(15) VALUE HIGH-VALUES.
       77 WRK-CHAVE-RECUP         PIC X(15) VALUE SPACES.
       77 WRK-QTDE-HIST-ID        PIC 9(05) COMP VALUE ZERO.
       77 WRK-QTDE-VIGENTE        PIC 9(05) COMP VALUE ZERO.
       77 WRK-QTDE-AUDITORIA      PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-I01           PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-I02           PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-I03           PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-I04           PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-I05           PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-I06           PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-I07           PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-I08           PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-ERROS         PIC 9(05) COMP VALUE ZERO.
       77 WRK-TOTAL-PENDENTES     PIC 9(05) COMP VALUE ZERO.

       01  RL-CABECALHO-1.
           05  FILLER              PIC X(32) VALUE
               'VARREDURA DE INTEGRIDADE - DATA '.
           05  RL-C1-DATA          PIC 9(08).
           05  FILLER              PIC X(18) VALUE
               ' - LIMITE DE ERROS'.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-C1-LIMITE        PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE SPACES.

       01  RL-CABECALHO-2.
           05  FILLER              PIC X(04) VALUE 'REG '.
           05  FILLER              PIC X(26) VALUE 'CHAVE'.
           05  FILLER              PIC X(41) VALUE 'OCORRENCIA'.
           05  FILLER              PIC X(09) VALUE ' QTDE'.

       01  RL-DETALHE.
           05  RL-D-REGRA          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-CHAVE          PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-DESCRICAO      PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RL-D-QTDE           PIC ZZZZZ.
           05  FILLER              PIC X(04) VALUE SPACES.

       01  RL-AVISO.
           05  FILLER              PIC X(04) VALUE '*** '.
           05  RL-A-TEXTO          PIC X(60).
           05  FILLER              PIC X(16) VALUE SPACES.

       01  RL-RODAPE-1.
           05  FILLER              PIC X(25) VALUE
               'I01 TURMA INEXISTENTE.: '.
           05  RL-R1-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-2.
           05  FILLER              PIC X(25) VALUE
               'I02 TURMA ENCERRADA...: '.
           05  RL-R2-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-3.
           05  FILLER              PIC X(25) VALUE
               'I03 HIST. SEM ALUNO...: '.
           05  RL-R3-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-4.
           05  FILLER              PIC X(25) VALUE
               'I04 VIGENTE DUPLICADO.: '.
           05  RL-R4-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-5.
           05  FILLER              PIC X(25) VALUE
               'I05 FREQ. SEM ALUNO...: '.
           05  RL-R5-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-6.
           05  FILLER              PIC X(25) VALUE
               'I06 FREQ. SEM TURMA...: '.
           05  RL-R6-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-7.
           05  FILLER              PIC X(25) VALUE
               'I07 RECUP. NAO FECHADA: '.
           05  RL-R7-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-8.
           05  FILLER              PIC X(25) VALUE
               'I08 USUARIO INEXIST...: '.
           05  RL-R8-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-9.
           05  FILLER              PIC X(25) VALUE
               'TOTAL DE ERROS........: '.
           05  RL-R9-TOTAL         PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-RODAPE-10.
           05  FILLER              PIC X(25) VALUE
               'RECUP. PENDENTES......: '.
           05  RL-R10-TOTAL        PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  RL-SEPARADOR.
           05  FILLER              PIC X(80) VALUE ALL '-'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0100-LE-PARAMETROS THRU 0100-LE-PARAMETROS-EXIT.
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
           IF ABORTA-EXECUCAO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-VERIFICA-ALUNOS
                   THRU 2000-VERIFICA-ALUNOS-EXIT
               PERFORM 3000-VERIFICA-HISTORICO
                   THRU 3000-VERIFICA-HISTORICO-EXIT
               PERFORM 4000-VERIFICA-FREQUENCIA
                   THRU 4000-VERIFICA-FREQUENCIA-EXIT
               PERFORM 5000-VERIFICA-RECUPERACAO
                   THRU 5000-VERIFICA-RECUPERACAO-EXIT
               PERFORM 6000-VERIFICA-AUDITORIA
                   THRU 6000-VERIFICA-AUDITORIA-EXIT
               PERFORM 8000-FINALIZA THRU 8000-FINALIZA-EXIT
           END-IF.
           GOBACK.

      *    LIMITE DE ERROS ACEITOS NA NOITE. ACIMA DELE O PASSO
      *    DEVOLVE RC 8 AO DRIVER (PROGCOBOL19)
       0100-LE-PARAMETROS.
           OPEN INPUT DRIVER-PARM-FILE.
           IF WRK-STATUS-PARMF = '35'
               DISPLAY 'LIMITE DE ERROS ACEITO (RC 8 ACIMA DELE)..'
               ACCEPT WRK-LIMITE-INFORMADO
           ELSE
               READ DRIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-LIMITE-ERROS TO WRK-LIMITE-INFORMADO
               END-READ
               CLOSE DRIVER-PARM-FILE
           END-IF.
           IF WRK-LIMITE-INFORMADO NUMERIC
               MOVE WRK-LIMITE-INFORMADO TO WRK-LIMITE-ERROS
           ELSE
               MOVE ZEROS TO WRK-LIMITE-ERROS
           END-IF.
       0100-LE-PARAMETROS-EXIT.
           EXIT.

       1000-INICIALIZA.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STATUS-STUMF = '35'
               DISPLAY 'CADASTRO MESTRE DE ALUNOS INEXISTENTE'
               SET ABORTA-EXECUCAO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT TURMA-MASTER-FILE.
           IF WRK-STATUS-TURMAF = '35'
               DISPLAY 'CADASTRO DE TURMAS INEXISTENTE'
               CLOSE STUDENT-MASTER-FILE
               SET ABORTA-EXECUCAO TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-STATUS-USERMF = '35'
               SET SEM-USERMF TO TRUE
           END-IF.
           OPEN INPUT TERM-CONTROL-FILE.
           IF WRK-STATUS-TERMCF = '35'
               SET SEM-TERMCF TO TRUE
           END-IF.
           OPEN OUTPUT INTEGR-REPORT-FILE.
           MOVE WRK-DATA-EXECUCAO TO RL-C1-DATA.
           MOVE WRK-LIMITE-ERROS TO RL-C1-LIMITE.
           WRITE RL-LINHA FROM RL-CABECALHO-1.
           WRITE RL-LINHA FROM RL-CABECALHO-2.
           WRITE RL-LINHA FROM RL-SEPARADOR.
       1000-INICIALIZA-EXIT.
           EXIT.

      *    I01/I02 - TURMA DO ALUNO NO STUMF INEXISTENTE NO TURMAF, OU
      *    ALUNO ATIVO APONTANDO PARA TURMA JA ENCERRADA
       2000-VERIFICA-ALUNOS.
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
           PERFORM 2100-CHECA-ALUNO THRU 2100-CHECA-ALUNO-EXIT
               UNTIL FIM-MESTRE.
       2000-VERIFICA-ALUNOS-EXIT.
           EXIT.

       2100-CHECA-ALUNO.
           MOVE SPACES TO RL-D-CHAVE.
           MOVE SM-ID TO RL-D-CHAVE (1:6).
           MOVE SM-TURMA TO RL-D-CHAVE (8:10).
           MOVE ZEROS TO RL-D-QTDE.
           IF SM-TURMA = SPACES
               IF SM-ATIVO
                   ADD 1 TO WRK-TOTAL-I01
                   MOVE 'I01' TO RL-D-REGRA
                   MOVE 'ALUNO ATIVO SEM TURMA' TO RL-D-DESCRICAO
                   PERFORM 7000-GRAVA-EXCECAO
                       THRU 7000-GRAVA-EXCECAO-EXIT
               END-IF
           ELSE
               MOVE SM-TURMA TO TU-TURMA
               READ TURMA-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-I01
                       MOVE 'I01' TO RL-D-REGRA
                       MOVE 'TURMA DO ALUNO INEXISTENTE NO TURMAF'
                           TO RL-D-DESCRICAO
                       PERFORM 7000-GRAVA-EXCECAO
                           THRU 7000-GRAVA-EXCECAO-EXIT
                   NOT INVALID KEY
                       IF SM-ATIVO AND TU-ENCERRADA
                           ADD 1 TO WRK-TOTAL-I02
                           MOVE 'I02' TO RL-D-REGRA
                           MOVE 'ALUNO ATIVO EM TURMA ENCERRADA'
                               TO RL-D-DESCRICAO
                           PERFORM 7000-GRAVA-EXCECAO
                               THRU 7000-GRAVA-EXCECAO-EXIT
                       END-IF
               END-READ
           END-IF.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET FIM-MESTRE TO TRUE
           END-READ.
       2100-CHECA-ALUNO-EXIT.
           EXIT.

      *    I03/I04 - GRADEHF EM ORDEM DE ALUNO/DISCIPLINA/TERMO.
      *    ALUNO SEM STUMF E MAIS DE UM REGISTRO VIGENTE NA MESMA
      *    CHAVE. DOIS VIGENTES COM FECHAMENTO NO RECFECF (NOTA DO
      *    PROGCOBOL08 + NOTA FINAL DO PROGCOBOL13) SAO ESPERADOS
       3000-VERIFICA-HISTORICO.
           OPEN INPUT GRADE-HIST-FILE.
           IF WRK-STATUS-GRADEHF = '35'
               MOVE 'ARQUIVO DE HISTORICO INEXISTENTE - I03/I04'
                   TO RL-A-TEXTO
               WRITE RL-LINHA FROM RL-AVISO
               DISPLAY 'ARQUIVO DE HISTORICO INEXISTENTE'
               GO TO 3000-VERIFICA-HISTORICO-EXIT
           END-IF.
           CLOSE GRADE-HIST-FILE.
           SORT HIST-SORT-FILE
               ON ASCENDING KEY HS-ID
               ON ASCENDING KEY HS-DISCIPLINA
               ON ASCENDING KEY HS-TERM-CODE
               USING GRADE-HIST-FILE
               GIVING HIST-SORTED-FILE.
           PERFORM 3050-ABRE-FECHAMENTOS
               THRU 3050-ABRE-FECHAMENTOS-EXIT.
           MOVE 'N' TO WRK-FIM-HIST.
           OPEN INPUT HIST-SORTED-FILE.
           READ HIST-SORTED-FILE
               AT END
                   SET FIM-HIST TO TRUE
           END-READ.
           PERFORM 3350-MONTA-CHAVE-HIST
               THRU 3350-MONTA-CHAVE-HIST-EXIT.
           PERFORM 3100-GRUPO-ALUNO THRU 3100-GRUPO-ALUNO-EXIT
               UNTIL FIM-HIST.
           CLOSE HIST-SORTED-FILE.
           IF NOT SEM-RECFECF
               CLOSE CLOSE-SORTED-FILE
           END-IF.
       3000-VERIFICA-HISTORICO-EXIT.
           EXIT.

      *    FECHAMENTOS DE RECUPERACAO ORDENADOS NA MESMA CHAVE DO
      *    HISTORICO (ID/DISCIPLINA/TERMO). ORDENA SO NA PRIMEIRA VEZ
       3050-ABRE-FECHAMENTOS.
           MOVE 'N' TO WRK-FIM-FECH.
           IF WRK-STATUS-RECFESF = SPACES
               OPEN INPUT RECUP-CLOSE-FILE
               IF WRK-STATUS-RECFECF = '35'
                   SET SEM-RECFECF TO TRUE
               ELSE
                   CLOSE RECUP-CLOSE-FILE
                   SORT CLOSE-SORT-FILE
                       ON ASCENDING KEY FS-ID
                       ON ASCENDING KEY FS-DISCIPLINA
                       ON ASCENDING KEY FS-TERM-CODE
                       USING RECUP-CLOSE-FILE
                       GIVING CLOSE-SORTED-FILE
               END-IF
           END-IF.
           IF SEM-RECFECF
               SET FIM-FECH TO TRUE
           ELSE
               OPEN INPUT CLOSE-SORTED-FILE
               READ CLOSE-SORTED-FILE
                   AT END
                       SET FIM-FECH TO TRUE
               END-READ
           END-IF.
           PERFORM 3450-MONTA-CHAVE-FECH
               THRU 3450-MONTA-CHAVE-FECH-EXIT.
       3050-ABRE-FECHAMENTOS-EXIT.
           EXIT.

       3100-GRUPO-ALUNO.
           MOVE HO-ID TO WRK-ID-GRUPO.
           MOVE ZERO TO WRK-QTDE-HIST-ID.
           PERFORM 3200-GRUPO-CHAVE THRU 3200-GRUPO-CHAVE-EXIT
               UNTIL FIM-HIST
                  OR WRK-CHAVE-ATUAL (1:6) NOT = WRK-ID-GRUPO.
           MOVE WRK-ID-GRUPO TO SM-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-I03
                   MOVE 'I03' TO RL-D-REGRA
                   MOVE SPACES TO RL-D-CHAVE
                   MOVE WRK-ID-GRUPO TO RL-D-CHAVE (1:6)
                   MOVE 'HISTORICO DE ALUNO INEXISTENTE NO STUMF'
                       TO RL-D-DESCRICAO
                   MOVE WRK-QTDE-HIST-ID TO RL-D-QTDE
                   PERFORM 7000-GRAVA-EXCECAO
                       THRU 7000-GRAVA-EXCECAO-EXIT
           END-READ.
       3100-GRUPO-ALUNO-EXIT.
           EXIT.

       3200-GRUPO-CHAVE.
           MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-HIST.
           MOVE ZERO TO WRK-QTDE-VIGENTE.
           PERFORM 3300-CONTA-REGISTRO THRU 3300-CONTA-REGISTRO-EXIT
               UNTIL FIM-HIST OR WRK-CHAVE-ATUAL NOT = WRK-CHAVE-HIST.
           IF WRK-QTDE-VIGENTE > 1
               MOVE 'N' TO WRK-RECUP-POSTADA
               IF WRK-QTDE-VIGENTE = 2
                   PERFORM 3400-PROCURA-FECHAMENTO
                       THRU 3400-PROCURA-FECHAMENTO-EXIT
               END-IF
               IF NOT RECUP-POSTADA
                   ADD 1 TO WRK-TOTAL-I04
                   MOVE 'I04' TO RL-D-REGRA
                   MOVE SPACES TO RL-D-CHAVE
                   MOVE WRK-CHAVE-HIST (1:6) TO RL-D-CHAVE (1:6)
                   MOVE WRK-CHAVE-HIST (10:6) TO RL-D-CHAVE (8:6)
                   MOVE WRK-CHAVE-HIST (7:3) TO RL-D-CHAVE (15:3)
                   MOVE 'MAIS DE UM REGISTRO VIGENTE NA CHAVE'
                       TO RL-D-DESCRICAO
                   MOVE WRK-QTDE-VIGENTE TO RL-D-QTDE
                   PERFORM 7000-GRAVA-EXCECAO
                       THRU 7000-GRAVA-EXCECAO-EXIT
               END-IF
           END-IF.
       3200-GRUPO-CHAVE-EXIT.
           EXIT.

       3300-CONTA-REGISTRO.
           ADD 1 TO WRK-QTDE-HIST-ID.
           IF HO-VIGENTE
               ADD 1 TO WRK-QTDE-VIGENTE
           END-IF.
           READ HIST-SORTED-FILE
               AT END
                   SET FIM-HIST TO TRUE
           END-READ.
           PERFORM 3350-MONTA-CHAVE-HIST
               THRU 3350-MONTA-CHAVE-HIST-EXIT.
       3300-CONTA-REGISTRO-EXIT.
           EXIT.

       3350-MONTA-CHAVE-HIST.
           IF FIM-HIST
               MOVE HIGH-VALUES TO WRK-CHAVE-ATUAL
           ELSE
               MOVE HO-ID TO WRK-CHAVE-ATUAL (1:6)
               MOVE HO-DISCIPLINA TO WRK-CHAVE-ATUAL (7:3)
               MOVE HO-TERM-CODE TO WRK-CHAVE-ATUAL (10:6)
           END-IF.
       3350-MONTA-CHAVE-HIST-EXIT.
           EXIT.

      *    RECUPERACAO LANCADA = FECHAMENTO COM RESULTADO DIFERENTE
      *    DE AUSENTE (AUSENTE NAO GRAVA NOTA NO GRADEHF)
       3400-PROCURA-FECHAMENTO.
           PERFORM 3410-AVANCA-FECHAMENTO
               THRU 3410-AVANCA-FECHAMENTO-EXIT
               UNTIL WRK-CHAVE-FECH > WRK-CHAVE-HIST
                  OR (WRK-CHAVE-FECH = WRK-CHAVE-HIST
                      AND NOT FO-AUSENTE).
           IF WRK-CHAVE-FECH = WRK-CHAVE-HIST
               SET RECUP-POSTADA TO TRUE
           END-IF.
       3400-PROCURA-FECHAMENTO-EXIT.
           EXIT.

       3410-AVANCA-FECHAMENTO.
           READ CLOSE-SORTED-FILE
               AT END
                   SET FIM-FECH TO TRUE
           END-READ.
           PERFORM 3450-MONTA-CHAVE-FECH
               THRU 3450-MONTA-CHAVE-FECH-EXIT.
       3410-AVANCA-FECHAMENTO-EXIT.
           EXIT.

       3450-MONTA-CHAVE-FECH.
           IF FIM-FECH
               MOVE HIGH-VALUES TO WRK-CHAVE-FECH
           ELSE
               MOVE FO-ID TO WRK-CHAVE-FECH (1:6)
               MOVE FO-DISCIPLINA TO WRK-CHAVE-FECH (7:3)
               MOVE FO-TERM-CODE TO WRK-CHAVE-FECH (10:6)
           END-IF.
       3450-MONTA-CHAVE-FECH-EXIT.
           EXIT.

      *    I05/I06 - FREQUENCIA DE ALUNO OU TURMA INEXISTENTE
       4000-VERIFICA-FREQUENCIA.
           OPEN INPUT FREQUENCIA-FILE.
           IF WRK-STATUS-FREQF = '35'
               GO TO 4000-VERIFICA-FREQUENCIA-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-FREQ.
           READ FREQUENCIA-FILE
               AT END
                   SET FIM-FREQ TO TRUE
           END-READ.
           PERFORM 4100-CHECA-FREQUENCIA
               THRU 4100-CHECA-FREQUENCIA-EXIT
               UNTIL FIM-FREQ.
           CLOSE FREQUENCIA-FILE.
       4000-VERIFICA-FREQUENCIA-EXIT.
           EXIT.

       4100-CHECA-FREQUENCIA.
           MOVE SPACES TO RL-D-CHAVE.
           MOVE FQ-ID TO RL-D-CHAVE (1:6).
           MOVE FQ-TURMA TO RL-D-CHAVE (8:10).
           MOVE ZEROS TO RL-D-QTDE.
           MOVE FQ-ID TO SM-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-I05
                   MOVE 'I05' TO RL-D-REGRA
                   MOVE 'FREQUENCIA DE ALUNO INEXISTENTE NO STUMF'
                       TO RL-D-DESCRICAO
                   PERFORM 7000-GRAVA-EXCECAO
                       THRU 7000-GRAVA-EXCECAO-EXIT
           END-READ.
           MOVE FQ-TURMA TO TU-TURMA.
           READ TURMA-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-I06
                   MOVE 'I06' TO RL-D-REGRA
                   MOVE 'FREQUENCIA DE TURMA INEXISTENTE (TURMAF)'
                       TO RL-D-DESCRICAO
                   PERFORM 7000-GRAVA-EXCECAO
                       THRU 7000-GRAVA-EXCECAO-EXIT
           END-READ.
           READ FREQUENCIA-FILE
               AT END
                   SET FIM-FREQ TO TRUE
           END-READ.
       4100-CHECA-FREQUENCIA-EXIT.
           EXIT.

      *    I07 - PENDENCIA DO RECUPF SEM FECHAMENTO (RECFECF) EM TERMO
      *    JA FECHADO NO TERMCF. EM TERMO ABERTO A PENDENCIA E NORMAL
      *    (EXAME AINDA NAO APLICADO) E SO ENTRA NA CONTAGEM. REGISTRO
      *    SEM TERMO ACEITA FECHAMENTO DO ALUNO/DISCIPLINA EM QUALQUER
      *    TERMO
       5000-VERIFICA-RECUPERACAO.
           OPEN INPUT RECUPERACAO-FILE.
           IF WRK-STATUS-RECUPF = '35'
               GO TO 5000-VERIFICA-RECUPERACAO-EXIT
           END-IF.
           CLOSE RECUPERACAO-FILE.
           SORT RECUP-SORT-FILE
               ON ASCENDING KEY PS-ID
               ON ASCENDING KEY PS-DISCIPLINA
               ON ASCENDING KEY PS-TERM-CODE
               USING RECUPERACAO-FILE
               GIVING RECUP-SORTED-FILE.
           PERFORM 3050-ABRE-FECHAMENTOS
               THRU 3050-ABRE-FECHAMENTOS-EXIT.
           MOVE 'N' TO WRK-FIM-RECUP.
           OPEN INPUT RECUP-SORTED-FILE.
           READ RECUP-SORTED-FILE
               AT END
                   SET FIM-RECUP TO TRUE
           END-READ.
           PERFORM 5100-CHECA-RECUPERACAO
               THRU 5100-CHECA-RECUPERACAO-EXIT
               UNTIL FIM-RECUP.
           CLOSE RECUP-SORTED-FILE.
           IF NOT SEM-RECFECF
               CLOSE CLOSE-SORTED-FILE
           END-IF.
       5000-VERIFICA-RECUPERACAO-EXIT.
           EXIT.

       5100-CHECA-RECUPERACAO.
           MOVE PO-ID TO WRK-CHAVE-RECUP (1:6).
           MOVE PO-DISCIPLINA TO WRK-CHAVE-RECUP (7:3).
           MOVE PO-TERM-CODE TO WRK-CHAVE-RECUP (10:6).
           PERFORM 3410-AVANCA-FECHAMENTO
               THRU 3410-AVANCA-FECHAMENTO-EXIT
               UNTIL WRK-CHAVE-FECH >= WRK-CHAVE-RECUP.
           MOVE 'N' TO WRK-RECUP-FECHADA.
           IF PO-TERM-CODE = SPACES
               IF WRK-CHAVE-FECH (1:9) = WRK-CHAVE-RECUP (1:9)
                   SET RECUP-FECHADA TO TRUE
               END-IF
           ELSE
               IF WRK-CHAVE-FECH = WRK-CHAVE-RECUP
                   SET RECUP-FECHADA TO TRUE
               END-IF
           END-IF.
           IF NOT RECUP-FECHADA
               PERFORM 5200-VERIFICA-TERMO
                   THRU 5200-VERIFICA-TERMO-EXIT
               IF TERMO-FECHADO
                   ADD 1 TO WRK-TOTAL-I07
                   MOVE 'I07' TO RL-D-REGRA
                   MOVE SPACES TO RL-D-CHAVE
                   MOVE PO-ID TO RL-D-CHAVE (1:6)
                   MOVE PO-TERM-CODE TO RL-D-CHAVE (8:6)
                   MOVE PO-DISCIPLINA TO RL-D-CHAVE (15:3)
                   MOVE 'RECUPERACAO NAO FECHADA EM TERMO FECHADO'
                       TO RL-D-DESCRICAO
                   MOVE ZEROS TO RL-D-QTDE
                   PERFORM 7000-GRAVA-EXCECAO
                       THRU 7000-GRAVA-EXCECAO-EXIT
               ELSE
                   ADD 1 TO WRK-TOTAL-PENDENTES
               END-IF
           END-IF.
           READ RECUP-SORTED-FILE
               AT END
                   SET FIM-RECUP TO TRUE
           END-READ.
       5100-CHECA-RECUPERACAO-EXIT.
           EXIT.

       5200-VERIFICA-TERMO.
           MOVE 'N' TO WRK-TERMO-FECHADO.
           IF SEM-TERMCF OR PO-TERM-CODE = SPACES
               GO TO 5200-VERIFICA-TERMO-EXIT
           END-IF.
           MOVE PO-TERM-CODE TO TC-TERM-CODE.
           READ TERM-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TC-FECHADO
                       SET TERMO-FECHADO TO TRUE
                   END-IF
           END-READ.
       5200-VERIFICA-TERMO-EXIT.
           EXIT.

      *    I08 - USUARIO DO AUDITF INEXISTENTE NO USERMF (UMA LINHA
      *    POR USUARIO COM A QUANTIDADE DE REGISTROS DE AUDITORIA)
       6000-VERIFICA-AUDITORIA.
           IF SEM-USERMF
               MOVE 'CADASTRO DE USUARIOS INEXISTENTE - I08'
                   TO RL-A-TEXTO
               WRITE RL-LINHA FROM RL-AVISO
               DISPLAY 'CADASTRO DE USUARIOS INEXISTENTE'
               GO TO 6000-VERIFICA-AUDITORIA-EXIT
           END-IF.
           OPEN INPUT ACCESS-AUDIT-FILE.
           IF WRK-STATUS-AUDITF = '35'
               GO TO 6000-VERIFICA-AUDITORIA-EXIT
           END-IF.
           CLOSE ACCESS-AUDIT-FILE.
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY AS-USUARIO
               USING ACCESS-AUDIT-FILE
               GIVING AUDIT-SORTED-FILE.
           MOVE 'N' TO WRK-FIM-AUDIT.
           OPEN INPUT AUDIT-SORTED-FILE.
           READ AUDIT-SORTED-FILE
               AT END
                   SET FIM-AUDIT TO TRUE
           END-READ.
           PERFORM 6100-GRUPO-USUARIO THRU 6100-GRUPO-USUARIO-EXIT
               UNTIL FIM-AUDIT.
           CLOSE AUDIT-SORTED-FILE.
       6000-VERIFICA-AUDITORIA-EXIT.
           EXIT.

       6100-GRUPO-USUARIO.
           MOVE AO-USUARIO TO WRK-USUARIO-GRUPO.
           MOVE ZERO TO WRK-QTDE-AUDITORIA.
           PERFORM 6200-CONTA-AUDITORIA THRU 6200-CONTA-AUDITORIA-EXIT
               UNTIL FIM-AUDIT OR AO-USUARIO NOT = WRK-USUARIO-GRUPO.
           MOVE WRK-USUARIO-GRUPO TO US-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-I08
                   MOVE 'I08' TO RL-D-REGRA
                   MOVE WRK-USUARIO-GRUPO TO RL-D-CHAVE
                   MOVE 'USUARIO DO AUDITF INEXISTENTE NO USERMF'
                       TO RL-D-DESCRICAO
                   MOVE WRK-QTDE-AUDITORIA TO RL-D-QTDE
                   PERFORM 7000-GRAVA-EXCECAO
                       THRU 7000-GRAVA-EXCECAO-EXIT
           END-READ.
       6100-GRUPO-USUARIO-EXIT.
           EXIT.

       6200-CONTA-AUDITORIA.
           ADD 1 TO WRK-QTDE-AUDITORIA.
           READ AUDIT-SORTED-FILE
               AT END
                   SET FIM-AUDIT TO TRUE
           END-READ.
       6200-CONTA-AUDITORIA-EXIT.
           EXIT.

       7000-GRAVA-EXCECAO.
           ADD 1 TO WRK-TOTAL-ERROS.
           WRITE RL-LINHA FROM RL-DETALHE.
       7000-GRAVA-EXCECAO-EXIT.
           EXIT.

       8000-FINALIZA.
           WRITE RL-LINHA FROM RL-SEPARADOR.
           MOVE WRK-TOTAL-I01 TO RL-R1-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-1.
           MOVE WRK-TOTAL-I02 TO RL-R2-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-2.
           MOVE WRK-TOTAL-I03 TO RL-R3-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-3.
           MOVE WRK-TOTAL-I04 TO RL-R4-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-4.
           MOVE WRK-TOTAL-I05 TO RL-R5-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-5.
           MOVE WRK-TOTAL-I06 TO RL-R6-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-6.
           MOVE WRK-TOTAL-I07 TO RL-R7-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-7.
           MOVE WRK-TOTAL-I08 TO RL-R8-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-8.
           MOVE WRK-TOTAL-ERROS TO RL-R9-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-9.
           MOVE WRK-TOTAL-PENDENTES TO RL-R10-TOTAL.
           WRITE RL-LINHA FROM RL-RODAPE-10.
           DISPLAY 'RESUMO DA VARREDURA DE INTEGRIDADE'.
           DISPLAY 'I01 TURMA INEXISTENTE.: ' WRK-TOTAL-I01.
           DISPLAY 'I02 TURMA ENCERRADA...: ' WRK-TOTAL-I02.
           DISPLAY 'I03 HIST. SEM ALUNO...: ' WRK-TOTAL-I03.
           DISPLAY 'I04 VIGENTE DUPLICADO.: ' WRK-TOTAL-I04.
           DISPLAY 'I05 FREQ. SEM ALUNO...: ' WRK-TOTAL-I05.
           DISPLAY 'I06 FREQ. SEM TURMA...: ' WRK-TOTAL-I06.
           DISPLAY 'I07 RECUP. NAO FECHADA: ' WRK-TOTAL-I07.
           DISPLAY 'I08 USUARIO INEXIST...: ' WRK-TOTAL-I08.
           DISPLAY 'TOTAL DE ERROS........: ' WRK-TOTAL-ERROS.
           DISPLAY 'RECUP. PENDENTES......: ' WRK-TOTAL-PENDENTES.
           IF WRK-TOTAL-ERROS > WRK-LIMITE-ERROS
               DISPLAY 'ERROS ACIMA DO LIMITE DE ' WRK-LIMITE-ERROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE INTEGR-REPORT-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE TURMA-MASTER-FILE.
           IF NOT SEM-USERMF
               CLOSE USER-MASTER-FILE
           END-IF.
           IF NOT SEM-TERMCF
               CLOSE TERM-CONTROL-FILE
           END-IF.
       8000-FINALIZA-EXIT.
           EXIT.
