       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBOL32.
      *******************************
      *AREA DE COMENTARIO - REMARKS
      *AUTHOR = MARCIO
      *OBJETIVO: CONTROLE DE TERMOS/PERIODOS (TERMCF) - SITUACAO,
      *          FECHAMENTO COM FOTOGRAFIA DO GRADEHF E VERIFICACAO
      *          DO TERMO FECHADO
      *DATA = 15/10/26
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-TERM-CODE
               FILE STATUS IS WRK-STATUS-TERMCF.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADEHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRADEHF.
           SELECT SNAPSHOT-FILE ASSIGN TO WRK-NOME-ARQ-SNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SNAPF.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-USUARIO
               FILE STATUS IS WRK-STATUS-USERMF.
           SELECT ACCESS-AUDIT-FILE ASSIGN TO "AUDITF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUDITF.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PRM32F"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARMF.
       DATA DIVISION.
       FILE SECTION.
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
       01  GH-REGISTRO.
           05  GH-ID                   PIC X(06).
           05  GH-TERM-CODE            PIC X(06).
           05  GH-MEDIA                PIC 9(02)V9.
           05  GH-DISCIPLINA           PIC X(03).
           05  GH-SITUACAO             PIC X(01).
             88 GH-VIGENTE              VALUE 'V'.
             88 GH-SUPERADO             VALUE 'S'.

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SN-REGISTRO-DETALHE.
           05  SN-TIPO                 PIC X(01).
           05  SN-DADOS                PIC X(19).
           05  FILLER                  PIC X(20).
       01  SN-REGISTRO-TRAILER REDEFINES SN-REGISTRO-DETALHE.
           05  SN-T-TIPO               PIC X(01).
           05  SN-T-TERM-CODE          PIC X(06).
           05  SN-T-QTDE-REG           PIC 9(07).
           05  SN-T-HASH-MEDIA         PIC 9(09).
           05  SN-T-DATA               PIC 9(08).
           05  FILLER                  PIC X(09).

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

       FD  DRIVER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REGISTRO.
           05  PM-MODO                 PIC X(01).
           05  PM-TERM-CODE            PIC X(06).
           05  PM-STATUS               PIC X(01).
           05  PM-USUARIO              PIC X(20).
           05  FILLER                  PIC X(12).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TERMCF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-GRADEHF      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-SNAPF        PIC X(02) VALUE SPACES.
       77 WRK-STATUS-USERMF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AUDITF       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PARMF        PIC X(02) VALUE SPACES.
       77 WRK-MODO                PIC X(01) VALUE SPACES.
         88 MODO-STATUS           VALUE 'S'.
         88 MODO-FECHAMENTO       VALUE 'F'.
         88 MODO-VERIFICA         VALUE 'V'.
       77 WRK-TERM-CODE           PIC X(06) VALUE SPACES.
       77 WRK-STATUS-NOVO         PIC X(01) VALUE SPACES.
         88 STATUS-NOVO-VALIDO    VALUE 'A' 'N' 'R'.
       77 WRK-USUARIO             PIC X(20) VALUE SPACES.
       77 WRK-NIVEL               PIC 9(02) VALUE ZEROS.
         88 ADM                   VALUE 01.
         88 USER                  VALUE 02.
         88 GUEST                 VALUE 03.
       77 WRK-USUARIO-VALIDO      PIC X(01) VALUE 'N'.
         88 USUARIO-VALIDO        VALUE 'S'.
       77 WRK-TERMO-EXISTE        PIC X(01) VALUE 'N'.
         88 TERMO-EXISTE          VALUE 'S'.
       77 WRK-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
       77 WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
       77 WRK-RESULTADO-ACESSO    PIC X(11) VALUE SPACES.
       77 WRK-FIM-HIST            PIC X(01) VALUE 'N'.
         88 FIM-HIST              VALUE 'S'.
       77 WRK-FIM-SNAP            PIC X(01) VALUE 'N'.
         88 FIM-SNAP              VALUE 'S'.
       77 WRK-TEM-TRAILER         PIC X(01) VALUE 'N'.
         88 TEM-TRAILER           VALUE 'S'.
       77 WRK-QTDE-REG            PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-MEDIA          PIC 9(09) VALUE ZEROS.
       77 WRK-T-QTDE-REG          PIC 9(07) VALUE ZEROS.
       77 WRK-T-HASH-MEDIA        PIC 9(09) VALUE ZEROS.
       77 WRK-SITUACAO-TERMO      PIC X(01) VALUE SPACES.
         88 TERMO-FECHADO         VALUE 'F'.
       77 WRK-QTDE-FECHAMENTO     PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-FECHAMENTO     PIC 9(09) VALUE ZEROS.
       77 WRK-DATA-FECHAMENTO     PIC 9(08) VALUE ZEROS.
       77 WRK-MEDIA-INT           PIC 9(03) VALUE ZERO.
       77 WRK-QTDE-DIVERGENCIA    PIC 9(07) VALUE ZEROS.
       77 WRK-LIMITE-EXIBICAO     PIC 9(02) COMP VALUE 10.

       01  WRK-NOME-ARQ-SNAP.
           05  WRK-SN-PREFIXO      PIC X(05) VALUE 'TSNAP'.
           05  WRK-SN-TERMO        PIC X(06).
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0100-LE-PARAMETROS THRU 0100-LE-PARAMETROS-EXIT.
           IF WRK-TERM-CODE = SPACES
               DISPLAY 'CODIGO DO TERMO NAO INFORMADO'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-ENCERRA
           END-IF.
           MOVE WRK-TERM-CODE TO WRK-SN-TERMO.
           IF MODO-STATUS
               PERFORM 2000-ALTERA-STATUS THRU 2000-ALTERA-STATUS-EXIT
           ELSE
               IF MODO-FECHAMENTO
                   PERFORM 3000-FECHA-TERMO THRU 3000-FECHA-TERMO-EXIT
               ELSE
                   IF MODO-VERIFICA
                       PERFORM 4000-VERIFICA
                           THRU 4000-VERIFICA-EXIT
                   ELSE
                       DISPLAY 'MODO INVALIDO (S/F/V)'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       0000-ENCERRA.
           GOBACK.

       0100-LE-PARAMETROS.
           OPEN INPUT DRIVER-PARM-FILE.
           IF WRK-STATUS-PARMF = '35'
               DISPLAY 'MODO (S-SITUACAO / F-FECHAMENTO / '
                   'V-VERIFICA)..'
               ACCEPT WRK-MODO
               DISPLAY 'CODIGO DO TERMO/PERIODO..'
               ACCEPT WRK-TERM-CODE
               DISPLAY 'NOVA SITUACAO (A-ABERTO / N-EM NOTAS / '
                   'R-RECUPERACAO)..'
               ACCEPT WRK-STATUS-NOVO
               DISPLAY 'USUARIO..'
               ACCEPT WRK-USUARIO
           ELSE
               READ DRIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-MODO TO WRK-MODO
                       MOVE PM-TERM-CODE TO WRK-TERM-CODE
                       MOVE PM-STATUS TO WRK-STATUS-NOVO
                       MOVE PM-USUARIO TO WRK-USUARIO
               END-READ
               CLOSE DRIVER-PARM-FILE
           END-IF.
       0100-LE-PARAMETROS-EXIT.
           EXIT.

      *    USUARIO PRECISA ESTAR ATIVO E DESBLOQUEADO NO USERMF
       0200-VALIDA-USUARIO.
           MOVE 'N' TO WRK-USUARIO-VALIDO.
           MOVE ZEROS TO WRK-NIVEL.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-STATUS-USERMF = '35'
               DISPLAY 'CADASTRO DE USUARIOS INEXISTENTE'
               GO TO 0200-VALIDA-USUARIO-EXIT
           END-IF.
           MOVE WRK-USUARIO TO US-USUARIO.
           READ USER-MASTER-FILE
               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO: ' WRK-USUARIO
           END-READ.
           IF WRK-STATUS-USERMF = '00'
               IF US-ATIVO AND NOT US-CONTA-BLOQUEADA
                   MOVE US-NIVEL TO WRK-NIVEL
                   SET USUARIO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'USUARIO INATIVO OU BLOQUEADO: '
                       WRK-USUARIO
               END-IF
           END-IF.
           CLOSE USER-MASTER-FILE.
       0200-VALIDA-USUARIO-EXIT.
           EXIT.

       0300-GRAVA-AUDITORIA.
           OPEN EXTEND ACCESS-AUDIT-FILE.
           IF WRK-STATUS-AUDITF = '35'
               OPEN OUTPUT ACCESS-AUDIT-FILE
               CLOSE ACCESS-AUDIT-FILE
               OPEN EXTEND ACCESS-AUDIT-FILE
           END-IF.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-USUARIO TO AA-USUARIO.
           MOVE WRK-NIVEL TO AA-NIVEL.
           MOVE WRK-DATA-EXECUCAO TO AA-DATA.
           MOVE WRK-HORA-ATUAL TO AA-HORA.
           MOVE WRK-RESULTADO-ACESSO TO AA-RESULTADO.
           MOVE SPACES TO AA-TURMA.
           MOVE WRK-TERM-CODE TO AA-TERM-CODE.
           IF WRK-QTDE-REG > 99999
               MOVE 99999 TO AA-QTDE-REG
               MOVE 'QTDE>99999' TO AA-TURMA
           ELSE
               MOVE WRK-QTDE-REG TO AA-QTDE-REG
           END-IF.
           WRITE AA-REGISTRO.
           CLOSE ACCESS-AUDIT-FILE.
       0300-GRAVA-AUDITORIA-EXIT.
           EXIT.

       0400-ABRE-CONTROLE.
           MOVE 'N' TO WRK-TERMO-EXISTE.
           OPEN I-O TERM-CONTROL-FILE.
           IF WRK-STATUS-TERMCF = '35'
               CLOSE TERM-CONTROL-FILE
               OPEN OUTPUT TERM-CONTROL-FILE
               CLOSE TERM-CONTROL-FILE
               OPEN I-O TERM-CONTROL-FILE
           END-IF.
           MOVE WRK-TERM-CODE TO TC-TERM-CODE.
           READ TERM-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TERMO-EXISTE TO TRUE
           END-READ.
       0400-ABRE-CONTROLE-EXIT.
           EXIT.

      *    A REABERTURA DE UM TERMO FECHADO SO E ACEITA DE USUARIO ADM
      *    E FICA REGISTRADA NO AUDITF
       2000-ALTERA-STATUS.
           IF NOT STATUS-NOVO-VALIDO
               DISPLAY 'SITUACAO INVALIDA (A/N/R) - PARA FECHAR USE '
                   'O MODO F'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-ALTERA-STATUS-EXIT
           END-IF.
           PERFORM 0200-VALIDA-USUARIO THRU 0200-VALIDA-USUARIO-EXIT.
           IF NOT USUARIO-VALIDO
               MOVE 8 TO RETURN-CODE
               GO TO 2000-ALTERA-STATUS-EXIT
           END-IF.
           PERFORM 0400-ABRE-CONTROLE THRU 0400-ABRE-CONTROLE-EXIT.
           IF TERMO-EXISTE AND TC-FECHADO
               IF NOT ADM
                   DISPLAY 'TERMO FECHADO - REABERTURA SO POR '
                       'USUARIO ADM'
                   MOVE 'RECUSADO' TO WRK-RESULTADO-ACESSO
                   MOVE ZEROS TO WRK-QTDE-REG
                   PERFORM 0300-GRAVA-AUDITORIA
                       THRU 0300-GRAVA-AUDITORIA-EXIT
                   MOVE 8 TO RETURN-CODE
                   CLOSE TERM-CONTROL-FILE
                   GO TO 2000-ALTERA-STATUS-EXIT
               END-IF
               MOVE 'REABERTURA' TO WRK-RESULTADO-ACESSO
               MOVE TC-QTDE-REG TO WRK-QTDE-REG
               PERFORM 0300-GRAVA-AUDITORIA
                   THRU 0300-GRAVA-AUDITORIA-EXIT
               DISPLAY 'TERMO REABERTO: ' WRK-TERM-CODE
           END-IF.
           IF NOT TERMO-EXISTE
               MOVE WRK-TERM-CODE TO TC-TERM-CODE
               MOVE ZEROS TO TC-QTDE-REG
               MOVE ZEROS TO TC-HASH-MEDIA
               MOVE ZEROS TO TC-DATA-FECHAMENTO
           END-IF.
           MOVE WRK-STATUS-NOVO TO TC-STATUS.
           MOVE WRK-DATA-EXECUCAO TO TC-DATA-STATUS.
           MOVE WRK-USUARIO TO TC-USUARIO.
           IF TERMO-EXISTE
               REWRITE TC-REGISTRO
           ELSE
               WRITE TC-REGISTRO
           END-IF.
           DISPLAY 'TERMO ' WRK-TERM-CODE ' - SITUACAO ' TC-STATUS.
           CLOSE TERM-CONTROL-FILE.
       2000-ALTERA-STATUS-EXIT.
           EXIT.

      *    FECHAMENTO: GRAVA A FOTOGRAFIA DOS REGISTROS VIGENTES DO
      *    TERMO COM TOTAIS DE CONTROLE. UM TERMO JA FECHADO PODE SER
      *    FECHADO DE NOVO (POR ADM) APOS UMA CORRECAO AUTORIZADA
       3000-FECHA-TERMO.
           PERFORM 0200-VALIDA-USUARIO THRU 0200-VALIDA-USUARIO-EXIT.
           IF NOT USUARIO-VALIDO
               MOVE 8 TO RETURN-CODE
               GO TO 3000-FECHA-TERMO-EXIT
           END-IF.
           IF NOT ADM
               DISPLAY 'FECHAMENTO DE TERMO SO POR USUARIO ADM'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-FECHA-TERMO-EXIT
           END-IF.
           OPEN INPUT GRADE-HIST-FILE.
           IF WRK-STATUS-GRADEHF = '35'
               DISPLAY 'ARQUIVO DE HISTORICO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-FECHA-TERMO-EXIT
           END-IF.
           OPEN OUTPUT SNAPSHOT-FILE.
           MOVE ZEROS TO WRK-QTDE-REG.
           MOVE ZEROS TO WRK-HASH-MEDIA.
           MOVE 'N' TO WRK-FIM-HIST.
           PERFORM 5000-LE-HISTORICO THRU 5000-LE-HISTORICO-EXIT.
           PERFORM 3100-FOTOGRAFA-REGISTRO
               THRU 3100-FOTOGRAFA-REGISTRO-EXIT
               UNTIL FIM-HIST.
           MOVE SPACES TO SN-REGISTRO-TRAILER.
           MOVE 'T' TO SN-T-TIPO.
           MOVE WRK-TERM-CODE TO SN-T-TERM-CODE.
           MOVE WRK-QTDE-REG TO SN-T-QTDE-REG.
           MOVE WRK-HASH-MEDIA TO SN-T-HASH-MEDIA.
           MOVE WRK-DATA-EXECUCAO TO SN-T-DATA.
           WRITE SN-REGISTRO-TRAILER.
           CLOSE SNAPSHOT-FILE.
           CLOSE GRADE-HIST-FILE.
           PERFORM 0400-ABRE-CONTROLE THRU 0400-ABRE-CONTROLE-EXIT.
           MOVE WRK-TERM-CODE TO TC-TERM-CODE.
           SET TC-FECHADO TO TRUE.
           MOVE WRK-DATA-EXECUCAO TO TC-DATA-STATUS.
           MOVE WRK-USUARIO TO TC-USUARIO.
           MOVE WRK-QTDE-REG TO TC-QTDE-REG.
           MOVE WRK-HASH-MEDIA TO TC-HASH-MEDIA.
           MOVE WRK-DATA-EXECUCAO TO TC-DATA-FECHAMENTO.
           IF TERMO-EXISTE
               REWRITE TC-REGISTRO
           ELSE
               WRITE TC-REGISTRO
           END-IF.
           CLOSE TERM-CONTROL-FILE.
           MOVE 'FECHAMENTO' TO WRK-RESULTADO-ACESSO.
           PERFORM 0300-GRAVA-AUDITORIA THRU 0300-GRAVA-AUDITORIA-EXIT.
           DISPLAY 'TERMO FECHADO.........: ' WRK-TERM-CODE.
           DISPLAY 'FOTOGRAFIA GERADA.....: ' WRK-NOME-ARQ-SNAP.
           DISPLAY 'REGISTROS VIGENTES....: ' WRK-QTDE-REG.
           DISPLAY 'HASH DAS MEDIAS.......: ' WRK-HASH-MEDIA.
       3000-FECHA-TERMO-EXIT.
           EXIT.

       3100-FOTOGRAFA-REGISTRO.
           IF GH-TERM-CODE = WRK-TERM-CODE AND GH-VIGENTE
               PERFORM 5100-ACUMULA-CONTROLE
                   THRU 5100-ACUMULA-CONTROLE-EXIT
               MOVE SPACES TO SN-REGISTRO-DETALHE
               MOVE 'D' TO SN-TIPO
               MOVE GH-REGISTRO TO SN-DADOS
               WRITE SN-REGISTRO-DETALHE
           END-IF.
           PERFORM 5000-LE-HISTORICO THRU 5000-LE-HISTORICO-EXIT.
       3100-FOTOGRAFA-REGISTRO-EXIT.
           EXIT.

      *    VERIFICACAO: RECALCULA OS TOTAIS DO TERMO NO GRADEHF ATUAL,
      *    COMPARA COM O TERMCF E COM A FOTOGRAFIA REGISTRO A REGISTRO
       4000-VERIFICA.
           PERFORM 0400-ABRE-CONTROLE THRU 0400-ABRE-CONTROLE-EXIT.
           MOVE SPACES TO WRK-SITUACAO-TERMO.
           IF TERMO-EXISTE
               MOVE TC-STATUS TO WRK-SITUACAO-TERMO
               MOVE TC-QTDE-REG TO WRK-QTDE-FECHAMENTO
               MOVE TC-HASH-MEDIA TO WRK-HASH-FECHAMENTO
               MOVE TC-DATA-FECHAMENTO TO WRK-DATA-FECHAMENTO
           END-IF.
           CLOSE TERM-CONTROL-FILE.
           IF NOT TERMO-EXISTE OR NOT TERMO-FECHADO
               DISPLAY 'TERMO NAO FECHADO - NADA A VERIFICAR: '
                   WRK-TERM-CODE
               MOVE 4 TO RETURN-CODE
               GO TO 4000-VERIFICA-EXIT
           END-IF.
           OPEN INPUT GRADE-HIST-FILE.
           IF WRK-STATUS-GRADEHF = '35'
               DISPLAY 'ARQUIVO DE HISTORICO INEXISTENTE'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-VERIFICA-EXIT
           END-IF.
           MOVE 'N' TO WRK-TEM-TRAILER.
           MOVE 'N' TO WRK-FIM-SNAP.
           OPEN INPUT SNAPSHOT-FILE.
           IF WRK-STATUS-SNAPF = '35'
               DISPLAY 'FOTOGRAFIA INEXISTENTE: ' WRK-NOME-ARQ-SNAP
               SET FIM-SNAP TO TRUE
           ELSE
               PERFORM 5200-LE-SNAPSHOT THRU 5200-LE-SNAPSHOT-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTDE-REG.
           MOVE ZEROS TO WRK-HASH-MEDIA.
           MOVE ZEROS TO WRK-QTDE-DIVERGENCIA.
           MOVE 'N' TO WRK-FIM-HIST.
           PERFORM 5000-LE-HISTORICO THRU 5000-LE-HISTORICO-EXIT.
           PERFORM 4100-CONFERE-REGISTRO
               THRU 4100-CONFERE-REGISTRO-EXIT
               UNTIL FIM-HIST.
           PERFORM 4200-SOBRA-SNAPSHOT THRU 4200-SOBRA-SNAPSHOT-EXIT
               UNTIL FIM-SNAP.
           CLOSE GRADE-HIST-FILE.
           IF WRK-STATUS-SNAPF NOT = '35'
               CLOSE SNAPSHOT-FILE
           END-IF.
           DISPLAY 'TERMO VERIFICADO......: ' WRK-TERM-CODE.
           DISPLAY 'REGISTROS VIGENTES....: ' WRK-QTDE-REG.
           DISPLAY 'HASH DAS MEDIAS.......: ' WRK-HASH-MEDIA.
           DISPLAY 'FECHADO EM............: ' WRK-DATA-FECHAMENTO.
           IF WRK-QTDE-REG NOT = WRK-QTDE-FECHAMENTO
               OR WRK-HASH-MEDIA NOT = WRK-HASH-FECHAMENTO
               DISPLAY 'TOTAIS DIVERGEM DO TERMCF - QTDE '
                   WRK-QTDE-FECHAMENTO ' HASH ' WRK-HASH-FECHAMENTO
               ADD 1 TO WRK-QTDE-DIVERGENCIA
           END-IF.
           IF NOT TEM-TRAILER
               DISPLAY 'FOTOGRAFIA SEM TRAILER: ' WRK-NOME-ARQ-SNAP
               ADD 1 TO WRK-QTDE-DIVERGENCIA
           ELSE
               IF WRK-T-QTDE-REG NOT = WRK-QTDE-FECHAMENTO
                   OR WRK-T-HASH-MEDIA NOT = WRK-HASH-FECHAMENTO
                   DISPLAY 'FOTOGRAFIA DIVERGE DO TERMCF - QTDE '
                       WRK-T-QTDE-REG ' HASH ' WRK-T-HASH-MEDIA
                   ADD 1 TO WRK-QTDE-DIVERGENCIA
               END-IF
           END-IF.
           IF WRK-QTDE-DIVERGENCIA > 0
               DISPLAY 'TERMO FECHADO FOI ALTERADO - DIVERGENCIAS: '
                   WRK-QTDE-DIVERGENCIA
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'TERMO CONFERE COM O FECHAMENTO'
           END-IF.
       4000-VERIFICA-EXIT.
           EXIT.

       4100-CONFERE-REGISTRO.
           IF GH-TERM-CODE NOT = WRK-TERM-CODE OR NOT GH-VIGENTE
               GO TO 4100-LE-PROXIMO
           END-IF.
           PERFORM 5100-ACUMULA-CONTROLE
               THRU 5100-ACUMULA-CONTROLE-EXIT.
           IF FIM-SNAP
               ADD 1 TO WRK-QTDE-DIVERGENCIA
               IF WRK-QTDE-DIVERGENCIA <= WRK-LIMITE-EXIBICAO
                   DISPLAY 'REGISTRO FORA DA FOTOGRAFIA: ' GH-REGISTRO
               END-IF
               GO TO 4100-LE-PROXIMO
           END-IF.
           IF SN-DADOS NOT = GH-REGISTRO
               ADD 1 TO WRK-QTDE-DIVERGENCIA
               IF WRK-QTDE-DIVERGENCIA <= WRK-LIMITE-EXIBICAO
                   DISPLAY 'FOTOGRAFIA: ' SN-DADOS
                       ' ATUAL: ' GH-REGISTRO
               END-IF
           END-IF.
           PERFORM 5200-LE-SNAPSHOT THRU 5200-LE-SNAPSHOT-EXIT.
       4100-LE-PROXIMO.
           PERFORM 5000-LE-HISTORICO THRU 5000-LE-HISTORICO-EXIT.
       4100-CONFERE-REGISTRO-EXIT.
           EXIT.

       4200-SOBRA-SNAPSHOT.
           ADD 1 TO WRK-QTDE-DIVERGENCIA.
           IF WRK-QTDE-DIVERGENCIA <= WRK-LIMITE-EXIBICAO
               DISPLAY 'REGISTRO AUSENTE DO GRADEHF: ' SN-DADOS
           END-IF.
           PERFORM 5200-LE-SNAPSHOT THRU 5200-LE-SNAPSHOT-EXIT.
       4200-SOBRA-SNAPSHOT-EXIT.
           EXIT.

       5000-LE-HISTORICO.
           READ GRADE-HIST-FILE
               AT END
                   SET FIM-HIST TO TRUE
           END-READ.
       5000-LE-HISTORICO-EXIT.
           EXIT.

       5100-ACUMULA-CONTROLE.
           ADD 1 TO WRK-QTDE-REG.
           COMPUTE WRK-MEDIA-INT = GH-MEDIA * 10.
           ADD WRK-MEDIA-INT TO WRK-HASH-MEDIA.
       5100-ACUMULA-CONTROLE-EXIT.
           EXIT.

      *    O TRAILER E O ULTIMO REGISTRO DA FOTOGRAFIA
       5200-LE-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET FIM-SNAP TO TRUE
           END-READ.
           IF NOT FIM-SNAP AND SN-TIPO = 'T'
               SET TEM-TRAILER TO TRUE
               MOVE SN-T-QTDE-REG TO WRK-T-QTDE-REG
               MOVE SN-T-HASH-MEDIA TO WRK-T-HASH-MEDIA
               SET FIM-SNAP TO TRUE
           END-IF.
       5200-LE-SNAPSHOT-EXIT.
           EXIT.
