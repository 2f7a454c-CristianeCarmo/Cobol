       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX35.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       CONTROLE DE PERIODOS. MANTEM NO ARQUIVO INDEXADO
      *               PERCTL (CHAVE = ANO LETIVO + BIMESTRE) A SITUACAO
      *               DE CADA BIMESTRE: ABERTO OU FECHADO, COM DATA,
      *               HORA E OPERADOR DA ULTIMA MUDANCA. BIMESTRE SEM
      *               REGISTRO ESTA ABERTO. PARAMETROS DE EXECUCAO:
      *                 FECHA  AAAA B OPERADOR CODIGO
      *                 REABRE AAAA B OPERADOR CODIGO
      *                 LISTA (OU VAZIO)
      *               FECHA E REABRE EXIGEM O CODIGO DE AUTORIZACAO
      *               GRAVADO EM PARM-COD-AUTORIZ DO PARMEM01; CADA
      *               TENTATIVA, EFETIVADA OU NAO, E GRAVADA NO ARQUIVO
      *               DE AUDITORIA PERAUD COM DATA, HORA, OPERADOR E
      *               RESULTADO. LISTA GRAVA NO RELATORIO RELPER A
      *               SITUACAO DE TODOS OS PERIODOS. COM O BIMESTRE
      *               FECHADO O EM01EX13 E O EM01EX25 REJEITAM A
      *               ALTERACAO DA NOTA DESSE BIMESTRE E O EM01EX14
      *               IMPRIME O BIMESTRE COMO FINAL NO RELBOL.
      *               TERMINA COM RETURN-CODE 8 QUANDO A OPERACAO E
      *               NEGADA (CODIGO INVALIDO OU BIMESTRE JA NA
      *               SITUACAO PEDIDA) E 12 EM PARAMETRO INVALIDO OU SE
      *               O PARMEM01 OU O PERCTL NAO PUDEREM SER ABERTOS.
      *               A TENTATIVA COM PARAMETRO INVALIDO (ACAO, ANO,
      *               BIMESTRE, OPERADOR OU CODIGO) TAMBEM E GRAVADA NO
      *               PERAUD, COMO NEGADA. ERRO NA GRAVACAO DO PERCTL E
      *               REGISTRADO NO PERAUD E TERMINA COM RETURN-CODE 12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PC
           FILE STATUS IS WS-STATUS-PC.
           SELECT PERAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT RELPER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD PERAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERAUD.DAT".
       01 REG-AUD.
           02 AUD-DATA      PIC 9(06).
           02 AUD-HORA      PIC 9(08).
           02 AUD-OPERADOR  PIC X(08).
           02 AUD-ACAO      PIC X(06).
           02 AUD-ANO       PIC X(04).
           02 AUD-BIM       PIC X(01).
           02 AUD-RESULTADO PIC X(30).

       FD PARMEM01
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMEM01.DAT".
       01 REG-PARM.
           02 PARM-ANO-LETIVO   PIC 9(04).
           02 PARM-BIMESTRE     PIC 9(01).
           02 PARM-MEDIA-APROV  PIC 99V99.
           02 PARM-FREQ-MINIMA  PIC 999V99.
           02 PARM-REC-MINIMA   PIC 99V99.
           02 PARM-REC-MAXIMA   PIC 99V99.
           02 PARM-FINAL-MINIMA PIC 99V99.
           02 PARM-PESO-NOTA1   PIC 9V9.
           02 PARM-PESO-NOTA2   PIC 9V9.
           02 PARM-PESO-NOTA3   PIC 9V9.
           02 PARM-PESO-NOTA4   PIC 9V9.
           02 PARM-INTERVALO-CKP PIC 9(03).
           02 PARM-COD-AUTORIZ  PIC X(08).
           02 FILLER            PIC X(35).

       FD RELPER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELPER.DAT".
       01 LINHA-PER      PIC X(80).

       WORKING-STORAGE SECTION.
          77 FIM-ARQ         PIC X(03) VALUE "NAO".
          77 WS-PARM         PIC X(40) VALUE SPACES.
          77 WS-MODO         PIC X(08) VALUE "LISTA".
          77 WS-STATUS-PC    PIC X(02) VALUE SPACES.
          77 WS-STATUS-AUD   PIC X(02) VALUE SPACES.
          77 WS-STATUS-PARM  PIC X(02) VALUE SPACES.
          77 PARM-ANO        PIC X(04) VALUE SPACES.
          77 PARM-BIM        PIC X(01) VALUE SPACES.
          77 PARM-OPERADOR   PIC X(08) VALUE SPACES.
          77 PARM-CODIGO     PIC X(08) VALUE SPACES.
          77 COD-AUTORIZ     PIC X(08) VALUE SPACES.
          77 PERIODO-ACHADO  PIC X(03) VALUE "NAO".
          77 PERCTL-ABERTO   PIC X(03) VALUE "NAO".
          77 OPERACAO-OK     PIC X(03) VALUE "SIM".
          77 SITUACAO-ATUAL  PIC X(01) VALUE "A".
          77 SITUACAO-NOVA   PIC X(01) VALUE SPACES.
          77 DATA-EXECUCAO   PIC 9(06) VALUE ZEROS.
          77 HORA-EXECUCAO   PIC 9(08) VALUE ZEROS.
          77 CONT-PERIODOS   PIC 9(05) VALUE ZEROS.
          77 CONT-PAGINA     PIC 9(03) VALUE ZEROS.
          77 LINHA-PAG       PIC 9(03) VALUE 99.

          01 LIN-PER-CABEC1.
             02 FILLER     PIC X(42) VALUE
                "EM01 - CONTROLE DE PERIODOS".
             02 FILLER     PIC X(06) VALUE "DATA: ".
             02 TIT-DATA   PIC 9(06).
             02 FILLER     PIC X(08) VALUE "   PAG. ".
             02 TIT-PAGINA PIC Z(02)9.

          01 LIN-PER-CABEC2.
             02 FILLER     PIC X(40) VALUE
                " ANO  BIM  SITUACAO   DATA    HORA     O".
             02 FILLER     PIC X(40) VALUE
                "PERADOR".

          01 LIN-PER-DET.
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-ANO        PIC 9(04).
             02 FILLER         PIC X(03) VALUE SPACES.
             02 DET-BIM        PIC 9(01).
             02 FILLER         PIC X(02) VALUE SPACES.
             02 DET-SITUACAO   PIC X(10).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-DATA       PIC 9(06).
             02 FILLER         PIC X(02) VALUE SPACES.
             02 DET-HORA       PIC 9(08).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-OPERADOR   PIC X(08).

          01 LIN-PER-RODAPE.
             02 FILLER       PIC X(33) VALUE
                "*** FIM DO RELATORIO - TOTAL DE ".
             02 ROD-TOTAL    PIC Z(04)9.
             02 FILLER       PIC X(13) VALUE " PERIODOS ***".

          01 LIN-PER-BRANCO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX35.
           PERFORM INICIO.
           IF WS-MODO EQUAL "LISTA"
               PERFORM LISTA-PERIODOS
           ELSE
               PERFORM ALTERA-PERIODO
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-MODO
                    PARM-ANO
                    PARM-BIM
                    PARM-OPERADOR
                    PARM-CODIGO.
           ACCEPT DATA-EXECUCAO FROM DATE.
           ACCEPT HORA-EXECUCAO FROM TIME.
           EVALUATE WS-MODO
               WHEN SPACES
               WHEN "LISTA"
                   MOVE "LISTA" TO WS-MODO
               WHEN "FECHA"
                   MOVE "F" TO SITUACAO-NOVA
                   PERFORM VALIDA-PARAMETROS
               WHEN "REABRE"
                   MOVE "A" TO SITUACAO-NOVA
                   PERFORM VALIDA-PARAMETROS
               WHEN OTHER
                   PERFORM PARAMETRO-INVALIDO
           END-EVALUATE.
           IF WS-MODO EQUAL "LISTA"
               OPEN INPUT PERCTL
               IF WS-STATUS-PC EQUAL "35"
                   DISPLAY "EM01EX35: PERCTL.DAT AINDA NAO EXISTE,"
                           " TODOS OS PERIODOS ESTAO ABERTOS"
               ELSE
                   IF WS-STATUS-PC NOT EQUAL "00"
                       PERFORM ERRO-PERCTL
                   END-IF
                   MOVE "SIM" TO PERCTL-ABERTO
               END-IF
           ELSE
               PERFORM LE-PARAMETROS
               OPEN I-O PERCTL
               IF WS-STATUS-PC EQUAL "35"
                   OPEN OUTPUT PERCTL
                   CLOSE PERCTL
                   OPEN I-O PERCTL
               END-IF
               IF WS-STATUS-PC NOT EQUAL "00"
                   PERFORM ERRO-PERCTL
               END-IF
               PERFORM ABRE-AUDITORIA
           END-IF.

       ABRE-AUDITORIA.
           OPEN EXTEND PERAUD.
           IF WS-STATUS-AUD NOT EQUAL "00"
               OPEN OUTPUT PERAUD
           END-IF.

       VALIDA-PARAMETROS.
           IF PARM-ANO IS NOT NUMERIC OR
              PARM-BIM IS NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF.
           IF PARM-BIM IS LESS THAN "1" OR
              PARM-BIM IS GREATER THAN "4"
               PERFORM PARAMETRO-INVALIDO
           END-IF.
           IF PARM-OPERADOR EQUAL SPACES OR
              PARM-CODIGO EQUAL SPACES
               PERFORM PARAMETRO-INVALIDO
           END-IF.

       PARAMETRO-INVALIDO.
           PERFORM ABRE-AUDITORIA.
           PERFORM PREPARA-AUDITORIA.
           MOVE "NEGADO - PARAMETRO INVALIDO" TO AUD-RESULTADO.
           WRITE REG-AUD.
           CLOSE PERAUD.
           DISPLAY "EM01EX35: PARAMETRO INVALIDO: " WS-PARM.
           DISPLAY "EM01EX35: USE LISTA (OU VAZIO), FECHA AAAA B"
                   " OPERADOR CODIGO OU REABRE AAAA B OPERADOR"
                   " CODIGO".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       ERRO-PERCTL.
           DISPLAY "EM01EX35: ERRO AO ABRIR PERCTL.DAT, STATUS "
                   WS-STATUS-PC.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       LE-PARAMETROS.
           OPEN INPUT PARMEM01.
           IF WS-STATUS-PARM NOT EQUAL "00"
               DISPLAY "EM01EX35: ERRO AO ABRIR PARMEM01.DAT, STATUS "
                       WS-STATUS-PARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMEM01 AT END
               DISPLAY "EM01EX35: PARMEM01.DAT VAZIO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ.
           MOVE PARM-COD-AUTORIZ TO COD-AUTORIZ.
           CLOSE PARMEM01.
           IF COD-AUTORIZ EQUAL SPACES
               DISPLAY "EM01EX35: CODIGO DE AUTORIZACAO NAO INFORMADO"
                       " EM PARMEM01.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ALTERA-PERIODO.
           PERFORM PREPARA-AUDITORIA.
           MOVE "SIM" TO OPERACAO-OK.
           IF PARM-CODIGO NOT EQUAL COD-AUTORIZ
               MOVE "NAO" TO OPERACAO-OK
               MOVE "NEGADO - CODIGO INVALIDO" TO AUD-RESULTADO
           END-IF.
           IF OPERACAO-OK EQUAL "SIM"
               PERFORM LE-PERIODO
               IF SITUACAO-ATUAL EQUAL SITUACAO-NOVA
                   MOVE "NAO" TO OPERACAO-OK
                   IF SITUACAO-NOVA EQUAL "F"
                       MOVE "NEGADO - JA ESTA FECHADO"
                           TO AUD-RESULTADO
                   ELSE
                       MOVE "NEGADO - JA ESTA ABERTO"
                           TO AUD-RESULTADO
                   END-IF
               END-IF
           END-IF.
           IF OPERACAO-OK EQUAL "SIM"
               PERFORM GRAVA-PERIODO
           END-IF.
           PERFORM GRAVA-AUDITORIA.

       PREPARA-AUDITORIA.
           MOVE DATA-EXECUCAO TO AUD-DATA.
           MOVE HORA-EXECUCAO TO AUD-HORA.
           MOVE PARM-OPERADOR TO AUD-OPERADOR.
           MOVE WS-MODO       TO AUD-ACAO.
           MOVE PARM-ANO      TO AUD-ANO.
           MOVE PARM-BIM      TO AUD-BIM.

       LE-PERIODO.
           MOVE "NAO" TO PERIODO-ACHADO.
           MOVE "A"   TO SITUACAO-ATUAL.
           MOVE PARM-ANO TO ANO-PC.
           MOVE PARM-BIM TO BIM-PC.
           READ PERCTL KEY IS CHAVE-PC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO PERIODO-ACHADO
                   MOVE SITUACAO-PC TO SITUACAO-ATUAL
           END-READ.

       GRAVA-PERIODO.
           MOVE PARM-ANO      TO ANO-PC.
           MOVE PARM-BIM      TO BIM-PC.
           MOVE SITUACAO-NOVA TO SITUACAO-PC.
           MOVE DATA-EXECUCAO TO DATA-PC.
           MOVE HORA-EXECUCAO TO HORA-PC.
           MOVE PARM-OPERADOR TO OPERADOR-PC.
           IF PERIODO-ACHADO EQUAL "SIM"
               REWRITE REG-PC
           ELSE
               WRITE REG-PC
           END-IF.
           IF WS-STATUS-PC NOT EQUAL "00"
               PERFORM ERRO-GRAVACAO
           END-IF.
           IF SITUACAO-NOVA EQUAL "F"
               MOVE "BIMESTRE FECHADO" TO AUD-RESULTADO
           ELSE
               MOVE "BIMESTRE REABERTO" TO AUD-RESULTADO
           END-IF.

       ERRO-GRAVACAO.
           MOVE SPACES TO AUD-RESULTADO.
           STRING "ERRO NA GRAVACAO - STATUS " DELIMITED BY SIZE
                  WS-STATUS-PC DELIMITED BY SIZE
                  INTO AUD-RESULTADO.
           WRITE REG-AUD.
           DISPLAY "EM01EX35: ERRO AO GRAVAR PERCTL.DAT, STATUS "
                   WS-STATUS-PC.
           CLOSE PERCTL
                 PERAUD.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       GRAVA-AUDITORIA.
           WRITE REG-AUD.
           DISPLAY "EM01EX35: " WS-MODO " " PARM-ANO "/" PARM-BIM
                   " OPERADOR " PARM-OPERADOR ": " AUD-RESULTADO.
           IF OPERACAO-OK NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LISTA-PERIODOS.
           OPEN OUTPUT RELPER.
           IF PERCTL-ABERTO EQUAL "SIM"
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ PERCTL NEXT RECORD
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END PERFORM IMPRIME-PERIODO
                   END-READ
               END-PERFORM
           END-IF.
           IF CONT-PAGINA EQUAL ZERO
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE CONT-PERIODOS TO ROD-TOTAL.
           WRITE LINHA-PER FROM LIN-PER-RODAPE.
           CLOSE RELPER.

       IMPRIME-PERIODO.
           IF LINHA-PAG IS GREATER THAN 55
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE ANO-PC TO DET-ANO.
           MOVE BIM-PC TO DET-BIM.
           IF SITUACAO-PC EQUAL "F"
               MOVE "FECHADO" TO DET-SITUACAO
           ELSE
               MOVE "ABERTO" TO DET-SITUACAO
           END-IF.
           MOVE DATA-PC     TO DET-DATA.
           MOVE HORA-PC     TO DET-HORA.
           MOVE OPERADOR-PC TO DET-OPERADOR.
           WRITE LINHA-PER FROM LIN-PER-DET.
           ADD 1 TO LINHA-PAG.
           ADD 1 TO CONT-PERIODOS.

       CABECALHO-PAGINA.
           IF CONT-PAGINA IS GREATER THAN ZERO
               WRITE LINHA-PER FROM LIN-PER-BRANCO
           END-IF.
           ADD 1 TO CONT-PAGINA.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           MOVE CONT-PAGINA   TO TIT-PAGINA.
           WRITE LINHA-PER FROM LIN-PER-CABEC1.
           WRITE LINHA-PER FROM LIN-PER-CABEC2.
           MOVE 2 TO LINHA-PAG.

       TERMINO.
           IF WS-MODO EQUAL "LISTA"
               IF PERCTL-ABERTO EQUAL "SIM"
                   CLOSE PERCTL
               END-IF
           ELSE
               CLOSE PERCTL
                     PERAUD
           END-IF.
