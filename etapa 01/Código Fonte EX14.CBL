      *               CALCULO DA MEDIA SAO LIDOS DO ARQUIVO DE
      *               PARAMETROS PARMEM01 (PADROES 6,00 E 1,0 NA FALTA
      *               DELE) E EXIBIDOS NO INICIO DA EXECUCAO.
      *               O CABECALHO DE CADA PAGINA DO RELBOL INFORMA, PARA
      *               O ANO LETIVO DO PARMEM01, SE CADA BIMESTRE ESTA
      *               FINAL (FECHADO NO CONTROLE DE PERIODOS PERCTL,
      *               MANTIDO PELO EM01EX35) OU PROVISORIO (ABERTO, SEM
      *               REGISTRO NO PERCTL OU SEM O PROPRIO PERCTL).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT PERCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PC
           FILE STATUS IS WS-STATUS-PC.

       DATA DIVISION.
       FILE SECTION.
           02 PARM-INTERVALO-CKP PIC 9(03).
           02 FILLER            PIC X(43).

       FD PERCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERCTL.DAT".
       01 REG-PC.
           02 CHAVE-PC.
              03 ANO-PC     PIC 9(04).
              03 BIM-PC     PIC 9(01).
           02 SITUACAO-PC   PIC X(01).
           02 DATA-PC       PIC 9(06).
           02 HORA-PC       PIC 9(08).
           02 OPERADOR-PC   PIC X(08).

       WORKING-STORAGE SECTION.
          77 WS-STATUS-PARM  PIC X(02) VALUE SPACES.
          77 PARM-LIDO       PIC X(03) VALUE "NAO".
          77 PESO-ED2        PIC 9,9.
          77 PESO-ED3        PIC 9,9.
          77 PESO-ED4        PIC 9,9.
          77 WS-STATUS-PC    PIC X(02) VALUE SPACES.
          77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
          77 BIM-IDX         PIC 9(01) VALUE ZEROS.
          77 WS-STATUS-RC    PIC X(02) VALUE SPACES.
          77 RC-ACHADO       PIC X(03) VALUE "NAO".
          77 FIM-ARQ         PIC X(03) VALUE "NAO".
             02 FILLER        PIC X(06) VALUE "TURMA ".
             02 PAG-TURMA     PIC X(03).

          01 LIN-BOL-PERIODO.
             02 FILLER        PIC X(13) VALUE "BIMESTRES DE ".
             02 PER-ANO       PIC 9(04).
             02 FILLER        PIC X(03) VALUE SPACES.
             02 PER-ITEM OCCURS 4 TIMES.
                03 PER-BIM    PIC 9(01).
                03 PER-TRACO  PIC X(02).
                03 PER-SIT    PIC X(10).
                03 PER-ESPACO PIC X(02).

          01 LIN-BOL-SUBTOT.
             02 FILLER        PIC X(21) VALUE
                "TOTAL DA TURMA ".
       INICIO.
           PERFORM VERIFICA-CONTROLE.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-PERIODOS.
           OPEN INPUT  CADNOTA
                OUTPUT CADBOL
                OUTPUT RELBOL
           WRITE LINHA-BOL FROM LIN-BOL-PAGINA.
           MOVE TURMA-REL TO PAG-TURMA.
           WRITE LINHA-BOL FROM LIN-BOL-TURMA.
           WRITE LINHA-BOL FROM LIN-BOL-PERIODO.
           WRITE LINHA-BOL FROM LIN-BOL-BRANCO.
           MOVE 4 TO LINHA-PAG.

       FECHA-TURMA.
           MOVE TURMA-REL  TO SUB-TURMA.
           END-IF.
           PERFORM MOSTRA-PARAMETROS.

       CARREGA-PERIODOS.
           MOVE ANO-LETIVO TO PER-ANO.
           PERFORM VARYING BIM-IDX FROM 1 BY 1
                   UNTIL BIM-IDX IS GREATER THAN 4
               MOVE BIM-IDX      TO PER-BIM (BIM-IDX)
               MOVE ": "         TO PER-TRACO (BIM-IDX)
               MOVE "PROVISORIO" TO PER-SIT (BIM-IDX)
               MOVE SPACES       TO PER-ESPACO (BIM-IDX)
           END-PERFORM.
           IF ANO-LETIVO EQUAL ZEROS
               DISPLAY "EM01EX14: ANO LETIVO AUSENTE NO PARMEM01,"
                       " BIMESTRES IMPRESSOS COMO PROVISORIOS"
           ELSE
               OPEN INPUT PERCTL
               IF WS-STATUS-PC EQUAL "00"
                   PERFORM VARYING BIM-IDX FROM 1 BY 1
                           UNTIL BIM-IDX IS GREATER THAN 4
                       MOVE ANO-LETIVO TO ANO-PC
                       MOVE BIM-IDX    TO BIM-PC
                       READ PERCTL KEY IS CHAVE-PC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF SITUACAO-PC EQUAL "F"
                                   MOVE "FINAL" TO PER-SIT (BIM-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PERCTL
               ELSE
                   DISPLAY "EM01EX14: PERCTL.DAT INDISPONIVEL, STATUS "
                           WS-STATUS-PC ", BIMESTRES PROVISORIOS"
               END-IF
           END-IF.

       APLICA-PARAMETROS.
           IF PARM-ANO-LETIVO IS NUMERIC
               MOVE PARM-ANO-LETIVO TO ANO-LETIVO
           END-IF.
           IF PARM-MEDIA-APROV IS NUMERIC
               MOVE PARM-MEDIA-APROV TO MEDIA-APROV
           END-IF.
