      *               DO ANO LETIVO E DO BIMESTRE, SAO LIDAS DO ARQUIVO
      *               DE PARAMETROS PARMEM01 (PADROES 6,00 E 75,00) E
      *               EXIBIDAS NO INICIO DA EXECUCAO.
      *               ALUNO TRANSFERIDO OU DESISTENTE NO CADASTRO DE
      *               SITUACAO DA MATRICULA CADMAT (MANTIDO PELO
      *               EM01EX09) SAI COM SITUACAO TRANSF. OU DESISTENTE,
      *               SEM APURACAO DE APROVACAO NEM DIVERGENCIA DE
      *               FREQUENCIA, CONSERVANDO AS MEDIAS OBTIDAS ATE A
      *               SAIDA. SEM O CADMAT TODOS OS ALUNOS SAO ATIVOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOGMANUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MNT.
           SELECT CADMAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-MAT
           FILE STATUS IS WS-STATUS-MAT.

       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS "LOGMANUT.DAT".
       01 LINHA-MNT      PIC X(80).

       FD CADMAT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMAT.DAT".
       01 REG-MAT.
           02 NUMERO-MAT    PIC 9(05).
           02 SITUACAO-MAT  PIC X(01).
           02 DATA-SIT-MAT  PIC 9(06).
           02 ESCOLA-MAT    PIC X(30).
           02 TURMA-MAT     PIC X(03).
           02 DATA-REG-MAT  PIC 9(06).

       WORKING-STORAGE SECTION.
          77 WS-STATUS-RC    PIC X(02) VALUE SPACES.
          77 RC-ACHADO       PIC X(03) VALUE "NAO".
          77 PERC-FREQ   PIC 9(03)V99 VALUE ZEROS.
          77 CONT-FRQ-DUP PIC 9(05) VALUE ZEROS.

          77 WS-STATUS-MAT  PIC X(02) VALUE SPACES.
          77 CADMAT-ABERTO  PIC X(03) VALUE "NAO".
          77 SIT-MATRICULA  PIC X(01) VALUE SPACES.
          77 CONT-TRANSF    PIC 9(05) VALUE ZEROS.
          77 CONT-DESIST    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-EM01EX10.
           PERFORM INICIO.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-EX07.
           PERFORM CARREGA-FREQ.
           OPEN INPUT CADMAT.
           IF WS-STATUS-MAT EQUAL "00"
               MOVE "SIM" TO CADMAT-ABERTO
           ELSE
               DISPLAY "EM01EX10: CADMAT.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-MAT ", TODOS OS ALUNOS ATIVOS"
           END-IF.
           OPEN INPUT CADATU3
                OUTPUT CADCONS
                OUTPUT FREQDISC.
           WRITE REG-CONS.

       DEFINE-SITUACAO.
           PERFORM BUSCA-MATRICULA.
           IF SIT-MATRICULA EQUAL "T"
               MOVE "TRANSF." TO SITUACAO-CONS
               ADD 1 TO CONT-TRANSF
           ELSE
               IF SIT-MATRICULA EQUAL "D"
                   MOVE "DESISTENTE" TO SITUACAO-CONS
                   ADD 1 TO CONT-DESIST
               ELSE
                   PERFORM DEFINE-APROVACAO
               END-IF
           END-IF.

       BUSCA-MATRICULA.
           MOVE SPACES TO SIT-MATRICULA.
           IF CADMAT-ABERTO EQUAL "SIM"
               MOVE COD-CONS TO NUMERO-MAT
               READ CADMAT KEY IS NUMERO-MAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SITUACAO-MAT TO SIT-MATRICULA
               END-READ
           END-IF.

       DEFINE-APROVACAO.
           PERFORM BUSCA-FREQ.
           IF FRQ-ACHOU EQUAL "NAO"
               MOVE "SEM.FREQ" TO SITUACAO-CONS
                 FREQDISC
                 ATUIDX
                 FREQIDX.
           IF CADMAT-ABERTO EQUAL "SIM"
               CLOSE CADMAT
           END-IF.
           DISPLAY "EM01EX10: TRANSFERIDOS " CONT-TRANSF
                   " DESISTENTES " CONT-DESIST.
           PERFORM MARCA-CONCLUSAO.

       VERIFICA-CONTROLE.
