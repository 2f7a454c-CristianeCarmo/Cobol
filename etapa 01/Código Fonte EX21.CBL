      *               LISTADO NUMERO, NOME E TURMA DE CADA UM PARA O
      *               OPERADOR REPETIR A CONSULTA PELO NUMERO.
      *               DIGITE FIM (OU LINHA EM BRANCO) PARA ENCERRAR.
      *               EXIBE TAMBEM O NIVEL DE RISCO ACADEMICO E OS
      *               MOTIVOS DO CADRISCO GERADO PELO EM01EX36.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOGMANUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MNT.
           SELECT CADRISCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RSC.

       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS "LOGMANUT.DAT".
       01 LINHA-MNT      PIC X(80).

       FD CADRISCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRISCO.DAT".
       01 REG-RSC.
           02 NUMERO-RSC     PIC 9(05).
           02 TURMA-RSC      PIC X(03).
           02 NIVEL-RSC      PIC X(05).
           02 PONTOS-RSC     PIC 9(03).
           02 ABAIXO-RSC     PIC 9(02).
           02 QUEDAS-RSC     PIC 9(02).
           02 PERC-FREQ-RSC  PIC 999V99.
           02 SIT-FREQ-RSC   PIC X(01).
           02 RETENCOES-RSC  PIC 9(02).
           02 ANO-RSC        PIC 9(04).
           02 BIM-RSC        PIC 9(01).
           02 DATA-RSC       PIC 9(06).

       WORKING-STORAGE SECTION.
          77 FIM-CONSULTA   PIC X(03) VALUE "NAO".
          77 FIM-ARQ        PIC X(03) VALUE "NAO".
          77 WS-STATUS-CONS PIC X(02) VALUE SPACES.
          77 WS-STATUS-ORD  PIC X(02) VALUE SPACES.
          77 WS-STATUS-MNT  PIC X(02) VALUE SPACES.
          77 WS-STATUS-RSC  PIC X(02) VALUE SPACES.

          77 NOTA-EDIT1     PIC Z9,99.
          77 NOTA-EDIT2     PIC Z9,99.
          77 NOTA-EDIT3     PIC Z9,99.
          77 NOTA-EDIT4     PIC Z9,99.
          77 PONTOS-EDIT    PIC ZZ9.
          77 FREQ-EDIT      PIC ZZ9,99.
          77 OBS-FREQ       PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX21.
           DISPLAY "ALUNO " NUM-PESQ.
           PERFORM EXIBE-CADASTRO.
           PERFORM EXIBE-CONSOLIDADO.
           PERFORM EXIBE-RISCO.
           PERFORM EXIBE-CLASSIFICACAO.
           PERFORM EXIBE-MANUTENCAO.
           DISPLAY "---------------------------------------------".
               CLOSE CADCONS
           END-IF.

       EXIBE-RISCO.
           MOVE "NAO" TO ACHOU-FONTE.
           OPEN INPUT CADRISCO.
           IF WS-STATUS-RSC NOT EQUAL "00"
               DISPLAY "CADRISCO  : ARQUIVO INDISPONIVEL, STATUS "
                       WS-STATUS-RSC
           ELSE
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ CADRISCO
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF NUMERO-RSC EQUAL NUM-PESQ
                               MOVE "SIM" TO ACHOU-FONTE
                               MOVE "SIM" TO FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               IF ACHOU-FONTE EQUAL "SIM"
                   MOVE PONTOS-RSC    TO PONTOS-EDIT
                   MOVE PERC-FREQ-RSC TO FREQ-EDIT
                   EVALUATE SIT-FREQ-RSC
                       WHEN "B"
                           MOVE " < MINIMA" TO OBS-FREQ
                       WHEN "S"
                           MOVE " SEM FREQ" TO OBS-FREQ
                       WHEN OTHER
                           MOVE SPACES      TO OBS-FREQ
                   END-EVALUATE
                   DISPLAY "CADRISCO  : RISCO " NIVEL-RSC
                           " PONTOS " PONTOS-EDIT
                           " (ANO " ANO-RSC " BIM " BIM-RSC ")"
                   DISPLAY "MOTIVOS   : ABAIXO DA MEDIA " ABAIXO-RSC
                           " QUEDAS " QUEDAS-RSC
                           " RETENCOES " RETENCOES-RSC
                   DISPLAY "            FREQUENCIA " FREQ-EDIT "%"
                           OBS-FREQ
               ELSE
                   DISPLAY "CADRISCO  : NAO ENCONTRADO"
               END-IF
               CLOSE CADRISCO
           END-IF.

       EXIBE-CLASSIFICACAO.
           MOVE "NAO" TO ACHOU-FONTE.
           OPEN INPUT CADORD.
