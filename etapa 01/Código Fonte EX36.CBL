       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX36.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       ALERTA DE RISCO ACADEMICO NO MEIO DO ANO. PARA O
      *               ANO LETIVO E O BIMESTRE DO PARMEM01 AVALIA CADA
      *               ALUNO DO CADALU7 POR QUATRO MOTIVOS: DISCIPLINAS
      *               DO CADNOTA COM MEDIA PARCIAL (NOTAS LANCADAS ATE
      *               O BIMESTRE) ABAIXO DE PARM-MEDIA-APROV;
      *               DISCIPLINAS COM QUEDA DE UM BIMESTRE PARA O
      *               SEGUINTE MAIOR QUE PARM-QUEDA-RISCO (PADRAO 2,00);
      *               FREQUENCIA DO CADFREQ ABAIXO DE PARM-FREQ-MINIMA;
      *               E RETENCOES (REPROVADO OU REP.FALTA) DE ANOS
      *               ANTERIORES NO CADHIST. NOTA ZERADA E TRATADA COMO
      *               NAO LANCADA. PONTOS: 1 POR DISCIPLINA ABAIXO DA
      *               MEDIA, 1 POR DISCIPLINA COM QUEDA, 3 PELA
      *               FREQUENCIA BAIXA E 2 POR RETENCAO. RISCO ALTO COM
      *               5 PONTOS OU MAIS, MEDIO DE 2 A 4 E BAIXO ABAIXO
      *               DE 2. O RELATORIO RELRISCO LISTA OS ALUNOS POR
      *               TURMA, DO MAIOR PARA O MENOR RISCO, COM OS
      *               MOTIVOS E OS TOTAIS POR NIVEL. O ARQUIVO CADRISCO
      *               (UM REGISTRO POR ALUNO) E LIDO PELA CONSULTA
      *               EM01EX21. RETURN-CODE 12 SE O PARMEM01 FOR
      *               INVALIDO OU SE O CADALU7 OU O CADNOTA NAO PUDEREM
      *               SER ABERTOS; SEM CADFREQ O ALUNO FICA "SEM FREQ"
      *               E SEM CADHIST NAO HA RETENCOES A CONTAR.
      *               ALUNO TRANSFERIDO OU DESISTENTE NO CADMAT
      *               (EM01EX09) NAO E AVALIADO NEM GRAVADO NO CADRISCO
      *               E ENTRA COMO REJEITADO NO LOGEXEC; SEM O CADMAT
      *               TODOS OS ALUNOS SAO AVALIADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU7 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-ENT
           FILE STATUS IS WS-STATUS-ALU.
           SELECT CADNOTA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-NT
           FILE STATUS IS WS-STATUS-NT.
           SELECT CADHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HIST
           FILE STATUS IS WS-STATUS-HIST.
           SELECT CADFREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREQ.
           SELECT CADTUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TURMA-TM
           FILE STATUS IS WS-STATUS-TUR.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT RISCOIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIX-NUMERO
           FILE STATUS IS WS-STATUS-IDX.
           SELECT CADMAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-MAT
           FILE STATUS IS WS-STATUS-MAT.
           SELECT SORT-RISCO ASSIGN TO DISK.
           SELECT RELRISCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADRISCO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD CADALU7
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU7.DAT".
       01 REG-ENT.
           02 NUMERO-ENT  PIC 9(05).
           02 NOME-ENT    PIC X(20).
           02 NOTA1       PIC 99V99.
           02 NOTA2       PIC 99V99.
           02 NOTA3       PIC 99V99.
           02 NOTA4       PIC 99V99.
           02 SEXO-ENT    PIC X(01).
           02 TURMA-ENT   PIC X(03).

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

       FD CADNOTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADNOTA.DAT".
       01 REG-NT.
           02 CHAVE-NT.
              03 NUMERO-NT  PIC 9(05).
              03 DISC-NT    PIC 9(03).
           02 NOME-DISC-NT  PIC X(15).
           02 NOTAS-NT.
              03 NOTA1-NT   PIC 99V99.
              03 NOTA2-NT   PIC 99V99.
              03 NOTA3-NT   PIC 99V99.
              03 NOTA4-NT   PIC 99V99.
           02 NOTAS-NT-R REDEFINES NOTAS-NT.
              03 NOTA-BIM-NT PIC 99V99 OCCURS 4 TIMES.
           02 TURMA-NT      PIC X(03).
           02 ANO-NT        PIC 9(04).
           02 BIM-NT        PIC 9(01).

       FD CADHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHIST.DAT".
       01 REG-HIST.
           02 CHAVE-HIST.
              03 NUMERO-HIST PIC 9(05).
              03 ANO-HIST    PIC 9(04).
           02 NOME-HIST      PIC X(20).
           02 TURMA-HIST     PIC X(03).
           02 MEDIA-HIST     PIC 99V99.
           02 SITUACAO-HIST  PIC X(12).

       FD CADFREQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFREQ.DAT".
       01 REG-FREQ.
           02 NUMERO-FREQ PIC 9(05).
           02 AULAS-FREQ  PIC 9(03).
           02 FALTAS-FREQ PIC 9(03).

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
       01 REG-TM.
           02 TURMA-TM      PIC X(03).
           02 DESC-TM       PIC X(20).
           02 ANO-TM        PIC 9(04).

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
           02 PARM-QUEDA-RISCO  PIC 99V99.
           02 FILLER            PIC X(31).

       FD RISCOIDX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RISCOIDX.DAT".
       01 REG-RIX.
           02 RIX-NUMERO     PIC 9(05).
           02 RIX-ABAIXO     PIC 9(02).
           02 RIX-QUEDAS     PIC 9(02).
           02 RIX-TEM-FREQ   PIC X(03).
           02 RIX-AULAS      PIC 9(03).
           02 RIX-FALTAS     PIC 9(03).
           02 RIX-RETENCOES  PIC 9(02).

       SD SORT-RISCO.
       01 REG-SORT.
           02 SRT-TURMA      PIC X(03).
           02 SRT-PONTOS     PIC 9(03).
           02 SRT-NOME       PIC X(20).
           02 SRT-NUMERO     PIC 9(05).
           02 SRT-NIVEL      PIC X(05).
           02 SRT-ABAIXO     PIC 9(02).
           02 SRT-QUEDAS     PIC 9(02).
           02 SRT-PERC-FREQ  PIC 999V99.
           02 SRT-SIT-FREQ   PIC X(01).
           02 SRT-RETENCOES  PIC 9(02).

       FD RELRISCO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELRISCO.DAT".
       01 LINHA-RISCO    PIC X(80).

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

       FD LOGEXEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGEXEC.DAT".
       01 REG-LOG.
           02 LOG-PROGRAMA    PIC X(08).
           02 LOG-DATA        PIC 9(06).
           02 LOG-LIDOS       PIC 9(07).
           02 LOG-GRAVADOS    PIC 9(07).
           02 LOG-REJEITADOS  PIC 9(07).

       WORKING-STORAGE SECTION.
          77 FIM-ARQ         PIC X(03) VALUE "NAO".
          77 FIM-SORT        PIC X(03) VALUE "NAO".
          77 WS-STATUS-ALU   PIC X(02) VALUE SPACES.
          77 WS-STATUS-NT    PIC X(02) VALUE SPACES.
          77 WS-STATUS-HIST  PIC X(02) VALUE SPACES.
          77 WS-STATUS-FREQ  PIC X(02) VALUE SPACES.
          77 WS-STATUS-TUR   PIC X(02) VALUE SPACES.
          77 WS-STATUS-PARM  PIC X(02) VALUE SPACES.
          77 WS-STATUS-IDX   PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOG   PIC X(02) VALUE SPACES.
          77 CADTUR-ABERTO   PIC X(03) VALUE "NAO".
          77 WS-STATUS-MAT   PIC X(02) VALUE SPACES.
          77 CADMAT-ABERTO   PIC X(03) VALUE "NAO".
          77 SIT-MATRICULA   PIC X(01) VALUE SPACES.
          77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
          77 BIMESTRE        PIC 9(01) VALUE ZEROS.
          77 MEDIA-APROV     PIC 99V99 VALUE 06,00.
          77 FREQ-MINIMA     PIC 999V99 VALUE 075,00.
          77 QUEDA-RISCO     PIC 99V99 VALUE 02,00.
          77 PARM-ED-MEDIA   PIC Z9,99.
          77 PARM-ED-FREQ    PIC ZZ9,99.
          77 PARM-ED-QUEDA   PIC Z9,99.
          77 DATA-EXECUCAO   PIC 9(06) VALUE ZEROS.

          77 PONTOS-ALTO     PIC 9(03) VALUE 5.
          77 PONTOS-MEDIO    PIC 9(03) VALUE 2.

          77 NUMERO-AVALIADO PIC 9(05) VALUE ZEROS.
          77 ACUM-EXISTE     PIC X(03) VALUE "NAO".
          77 BIM-IDX         PIC 9(01) VALUE ZEROS.
          77 QTDE-NOTAS      PIC 9(01) VALUE ZEROS.
          77 SOMA-NOTAS      PIC 99V99 VALUE ZEROS.
          77 MEDIA-PARCIAL   PIC 99V99 VALUE ZEROS.
          77 NOTA-ANTERIOR   PIC 99V99 VALUE ZEROS.
          77 DIFERENCA-NOTA  PIC S99V99 VALUE ZEROS.
          77 HOUVE-QUEDA     PIC X(03) VALUE "NAO".

          77 PRESENCAS       PIC 9(03) VALUE ZEROS.
          77 PERC-TRAB       PIC 9(05) VALUE ZEROS.
          77 PERC-FREQ       PIC 9(03)V99 VALUE ZEROS.
          77 SIT-FREQ        PIC X(01) VALUE SPACES.
          77 PONTOS          PIC 9(03) VALUE ZEROS.
          77 NIVEL           PIC X(05) VALUE SPACES.

          77 CONT-NOTAS-LIDAS PIC 9(07) VALUE ZEROS.
          77 CONT-FRQ-DUP    PIC 9(05) VALUE ZEROS.
          77 CONT-RETENCOES  PIC 9(07) VALUE ZEROS.
          77 CONT-ALUNOS     PIC 9(07) VALUE ZEROS.
          77 CONT-GRAVADOS   PIC 9(07) VALUE ZEROS.
          77 CONT-SAIDAS     PIC 9(07) VALUE ZEROS.

          77 TURMA-REL       PIC X(03) VALUE SPACES.
          77 TURMA-ABERTA    PIC X(03) VALUE "NAO".
          77 TUR-ALTO        PIC 9(05) VALUE ZEROS.
          77 TUR-MEDIO       PIC 9(05) VALUE ZEROS.
          77 TUR-BAIXO       PIC 9(05) VALUE ZEROS.
          77 GER-ALTO        PIC 9(05) VALUE ZEROS.
          77 GER-MEDIO       PIC 9(05) VALUE ZEROS.
          77 GER-BAIXO       PIC 9(05) VALUE ZEROS.
          77 CONT-PAGINA     PIC 9(03) VALUE ZEROS.
          77 LINHA-PAG       PIC 9(03) VALUE ZEROS.

          01 LIN-RSC-CABEC1.
             02 FILLER     PIC X(42) VALUE
                "EM01 - ALERTA DE RISCO ACADEMICO".
             02 FILLER     PIC X(06) VALUE "DATA: ".
             02 TIT-DATA   PIC 9(06).
             02 FILLER     PIC X(08) VALUE "   PAG. ".
             02 TIT-PAGINA PIC Z(02)9.

          01 LIN-RSC-PERIODO.
             02 FILLER     PIC X(04) VALUE "ANO ".
             02 CAB-ANO    PIC 9(04).
             02 FILLER     PIC X(05) VALUE " BIM ".
             02 CAB-BIM    PIC 9(01).
             02 FILLER     PIC X(14) VALUE "  MEDIA APROV ".
             02 CAB-MEDIA  PIC Z9,99.
             02 FILLER     PIC X(12) VALUE "  FREQ MIN. ".
             02 CAB-FREQ   PIC ZZ9,99.
             02 FILLER     PIC X(10) VALUE "  QUEDA > ".
             02 CAB-QUEDA  PIC Z9,99.

          01 LIN-RSC-TURMA.
             02 FILLER     PIC X(06) VALUE "TURMA ".
             02 CAB-TURMA  PIC X(03).
             02 FILLER     PIC X(02) VALUE SPACES.
             02 CAB-TURMA-DESC PIC X(20).

          01 LIN-RSC-CABEC2.
             02 FILLER     PIC X(40) VALUE
                "ALUNO  NOME                 RISCO  PTS  ".
             02 FILLER     PIC X(40) VALUE
                "ABAIXO QUEDAS  FREQ %  RETENC  OBS".

          01 LIN-RSC-DET.
             02 DET-NUMERO     PIC Z(04)9.
             02 FILLER         PIC X(02) VALUE SPACES.
             02 DET-NOME       PIC X(20).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-NIVEL      PIC X(05).
             02 FILLER         PIC X(02) VALUE SPACES.
             02 DET-PONTOS     PIC ZZ9.
             02 FILLER         PIC X(05) VALUE SPACES.
             02 DET-ABAIXO     PIC Z9.
             02 FILLER         PIC X(05) VALUE SPACES.
             02 DET-QUEDAS     PIC Z9.
             02 FILLER         PIC X(03) VALUE SPACES.
             02 DET-FREQ       PIC ZZ9,99.
             02 FILLER         PIC X(05) VALUE SPACES.
             02 DET-RETENCOES  PIC Z9.
             02 FILLER         PIC X(03) VALUE SPACES.
             02 DET-OBS        PIC X(08).

          01 LIN-RSC-SUBTOT.
             02 FILLER       PIC X(06) VALUE "TURMA ".
             02 SUB-TURMA    PIC X(03).
             02 FILLER       PIC X(09) VALUE " - ALTO: ".
             02 SUB-ALTO     PIC Z(04)9.
             02 FILLER       PIC X(09) VALUE "  MEDIO: ".
             02 SUB-MEDIO    PIC Z(04)9.
             02 FILLER       PIC X(09) VALUE "  BAIXO: ".
             02 SUB-BAIXO    PIC Z(04)9.

          01 LIN-RSC-TOTAL.
             02 FILLER       PIC X(18) VALUE "TOTAL GERAL - ALTO".
             02 FILLER       PIC X(02) VALUE ": ".
             02 TOT-ALTO     PIC Z(04)9.
             02 FILLER       PIC X(09) VALUE "  MEDIO: ".
             02 TOT-MEDIO    PIC Z(04)9.
             02 FILLER       PIC X(09) VALUE "  BAIXO: ".
             02 TOT-BAIXO    PIC Z(04)9.

          01 LIN-RSC-LEGENDA1.
             02 FILLER     PIC X(40) VALUE
                "PONTOS: 1 POR DISCIPLINA ABAIXO DA MEDIA".
             02 FILLER     PIC X(40) VALUE
                ", 1 POR DISCIPLINA COM QUEDA,".
          01 LIN-RSC-LEGENDA2.
             02 FILLER     PIC X(40) VALUE
                "3 PELA FREQUENCIA ABAIXO DA MINIMA, 2".
             02 FILLER     PIC X(40) VALUE
                " POR RETENCAO EM ANO ANTERIOR.".
          01 LIN-RSC-LEGENDA3  PIC X(80) VALUE
             "RISCO ALTO: 5 PONTOS OU MAIS  MEDIO: 2 A 4  BAIXO: 0 A 1".

          01 LIN-RSC-RODAPE.
             02 FILLER       PIC X(33) VALUE
                "*** FIM DO RELATORIO - TOTAL DE ".
             02 ROD-ALUNOS   PIC Z(06)9.
             02 FILLER       PIC X(22) VALUE
                " ALUNOS AVALIADOS ***".

          01 LIN-RSC-BRANCO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX36.
           PERFORM INICIO.
           SORT SORT-RISCO
               ON ASCENDING KEY SRT-TURMA
               ON DESCENDING KEY SRT-PONTOS
               ON ASCENDING KEY SRT-NOME
               INPUT PROCEDURE IS AVALIA-ALUNOS
               OUTPUT PROCEDURE IS IMPRIME-RISCO.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXECUCAO FROM DATE.
           PERFORM LE-PARAMETROS.
           OPEN OUTPUT RISCOIDX.
           IF WS-STATUS-IDX NOT EQUAL "00"
               DISPLAY "EM01EX36: ERRO AO CRIAR RISCOIDX.DAT, STATUS "
                       WS-STATUS-IDX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RISCOIDX.
           OPEN I-O RISCOIDX.
           PERFORM CARREGA-NOTAS.
           PERFORM CARREGA-FREQ.
           PERFORM CARREGA-HISTORICO.
           OPEN INPUT CADALU7.
           IF WS-STATUS-ALU NOT EQUAL "00"
               DISPLAY "EM01EX36: ERRO AO ABRIR CADALU7.DAT, STATUS "
                       WS-STATUS-ALU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR EQUAL "00"
               MOVE "SIM" TO CADTUR-ABERTO
           ELSE
               DISPLAY "EM01EX36: CADTUR.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-TUR ", DESCRICAO DA TURMA EM BRANCO"
           END-IF.
           OPEN INPUT CADMAT.
           IF WS-STATUS-MAT EQUAL "00"
               MOVE "SIM" TO CADMAT-ABERTO
           ELSE
               DISPLAY "EM01EX36: CADMAT.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-MAT ", TODOS OS ALUNOS ATIVOS"
           END-IF.
           OPEN OUTPUT RELRISCO
                       CADRISCO.

       LE-PARAMETROS.
           OPEN INPUT PARMEM01.
           IF WS-STATUS-PARM NOT EQUAL "00"
               DISPLAY "EM01EX36: ERRO AO ABRIR PARMEM01.DAT, STATUS "
                       WS-STATUS-PARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMEM01 AT END
               DISPLAY "EM01EX36: PARMEM01.DAT VAZIO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF PARM-ANO-LETIVO IS NOT NUMERIC OR
              PARM-BIMESTRE IS NOT NUMERIC OR
              PARM-BIMESTRE IS LESS THAN 1 OR
              PARM-BIMESTRE IS GREATER THAN 4
               DISPLAY "EM01EX36: ANO LETIVO OU BIMESTRE INVALIDO EM"
                       " PARMEM01.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-ANO-LETIVO TO ANO-LETIVO.
           MOVE PARM-BIMESTRE   TO BIMESTRE.
           IF PARM-MEDIA-APROV IS NUMERIC
               MOVE PARM-MEDIA-APROV TO MEDIA-APROV
           END-IF.
           IF PARM-FREQ-MINIMA IS NUMERIC
               MOVE PARM-FREQ-MINIMA TO FREQ-MINIMA
           END-IF.
           IF PARM-QUEDA-RISCO IS NUMERIC AND
              PARM-QUEDA-RISCO IS GREATER THAN ZERO
               MOVE PARM-QUEDA-RISCO TO QUEDA-RISCO
           END-IF.
           CLOSE PARMEM01.
           MOVE MEDIA-APROV TO PARM-ED-MEDIA.
           MOVE FREQ-MINIMA TO PARM-ED-FREQ.
           MOVE QUEDA-RISCO TO PARM-ED-QUEDA.
           DISPLAY "EM01EX36: ANO LETIVO " ANO-LETIVO
                   " BIMESTRE " BIMESTRE.
           DISPLAY "EM01EX36: MEDIA DE APROVACAO " PARM-ED-MEDIA
                   " FREQUENCIA MINIMA " PARM-ED-FREQ
                   " QUEDA " PARM-ED-QUEDA.

       CARREGA-NOTAS.
           OPEN INPUT CADNOTA.
           IF WS-STATUS-NT NOT EQUAL "00"
               DISPLAY "EM01EX36: ERRO AO ABRIR CADNOTA.DAT, STATUS "
                       WS-STATUS-NT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               READ CADNOTA NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END PERFORM AVALIA-DISCIPLINA
               END-READ
           END-PERFORM.
           CLOSE CADNOTA.

       AVALIA-DISCIPLINA.
           ADD 1 TO CONT-NOTAS-LIDAS.
           IF ANO-NT EQUAL ANO-LETIVO
               MOVE ZEROS TO QTDE-NOTAS
                             SOMA-NOTAS
                             NOTA-ANTERIOR
               MOVE "NAO" TO HOUVE-QUEDA
               PERFORM EXAMINA-BIMESTRE
                   VARYING BIM-IDX FROM 1 BY 1
                   UNTIL BIM-IDX IS GREATER THAN BIMESTRE
               IF QTDE-NOTAS IS GREATER THAN ZERO
                   MOVE NUMERO-NT TO NUMERO-AVALIADO
                   PERFORM POSICIONA-ALUNO
                   DIVIDE SOMA-NOTAS BY QTDE-NOTAS
                       GIVING MEDIA-PARCIAL ROUNDED
                   IF MEDIA-PARCIAL IS LESS THAN MEDIA-APROV
                       ADD 1 TO RIX-ABAIXO
                   END-IF
                   IF HOUVE-QUEDA EQUAL "SIM"
                       ADD 1 TO RIX-QUEDAS
                   END-IF
                   PERFORM GRAVA-ACUMULADO
               END-IF
           END-IF.

       EXAMINA-BIMESTRE.
           IF NOTA-BIM-NT (BIM-IDX) IS NUMERIC AND
              NOTA-BIM-NT (BIM-IDX) IS GREATER THAN ZERO
               ADD 1 TO QTDE-NOTAS
               ADD NOTA-BIM-NT (BIM-IDX) TO SOMA-NOTAS
               IF NOTA-ANTERIOR IS GREATER THAN ZERO
                   SUBTRACT NOTA-BIM-NT (BIM-IDX) FROM NOTA-ANTERIOR
                       GIVING DIFERENCA-NOTA
                   IF DIFERENCA-NOTA IS GREATER THAN QUEDA-RISCO
                       MOVE "SIM" TO HOUVE-QUEDA
                   END-IF
               END-IF
               MOVE NOTA-BIM-NT (BIM-IDX) TO NOTA-ANTERIOR
           END-IF.

       CARREGA-FREQ.
           OPEN INPUT CADFREQ.
           IF WS-STATUS-FREQ NOT EQUAL "00"
               DISPLAY "EM01EX36: CADFREQ.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-FREQ ", ALUNOS FICAM SEM FREQUENCIA"
           ELSE
               MOVE "NAO" TO FIM-ARQ
               READ CADFREQ AT END MOVE "SIM" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   PERFORM ACUMULA-FREQ
                   READ CADFREQ AT END MOVE "SIM" TO FIM-ARQ
               END-PERFORM
               CLOSE CADFREQ
               IF CONT-FRQ-DUP IS GREATER THAN ZERO
                   DISPLAY "EM01EX36: ALUNOS DUPLICADOS NO CADFREQ.DAT"
                           " IGNORADOS: " CONT-FRQ-DUP
               END-IF
           END-IF.

       ACUMULA-FREQ.
           MOVE NUMERO-FREQ TO NUMERO-AVALIADO.
           PERFORM POSICIONA-ALUNO.
           IF RIX-TEM-FREQ EQUAL "SIM"
               ADD 1 TO CONT-FRQ-DUP
           ELSE
               MOVE "SIM"       TO RIX-TEM-FREQ
               MOVE AULAS-FREQ  TO RIX-AULAS
               MOVE FALTAS-FREQ TO RIX-FALTAS
               PERFORM GRAVA-ACUMULADO
           END-IF.

       CARREGA-HISTORICO.
           OPEN INPUT CADHIST.
           IF WS-STATUS-HIST NOT EQUAL "00"
               DISPLAY "EM01EX36: CADHIST.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-HIST ", RETENCOES NAO CONSIDERADAS"
           ELSE
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ CADHIST NEXT RECORD
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END PERFORM ACUMULA-RETENCAO
                   END-READ
               END-PERFORM
               CLOSE CADHIST
           END-IF.

       ACUMULA-RETENCAO.
           IF ANO-HIST IS LESS THAN ANO-LETIVO AND
              (SITUACAO-HIST EQUAL "REPROVADO" OR
               SITUACAO-HIST EQUAL "REP.FALTA")
               MOVE NUMERO-HIST TO NUMERO-AVALIADO
               PERFORM POSICIONA-ALUNO
               ADD 1 TO RIX-RETENCOES
               PERFORM GRAVA-ACUMULADO
               ADD 1 TO CONT-RETENCOES
           END-IF.

       POSICIONA-ALUNO.
           MOVE NUMERO-AVALIADO TO RIX-NUMERO.
           READ RISCOIDX KEY IS RIX-NUMERO
               INVALID KEY
                   MOVE "NAO" TO ACUM-EXISTE
                   MOVE NUMERO-AVALIADO TO RIX-NUMERO
                   MOVE ZEROS TO RIX-ABAIXO
                                 RIX-QUEDAS
                                 RIX-AULAS
                                 RIX-FALTAS
                                 RIX-RETENCOES
                   MOVE "NAO" TO RIX-TEM-FREQ
               NOT INVALID KEY
                   MOVE "SIM" TO ACUM-EXISTE
           END-READ.

       GRAVA-ACUMULADO.
           IF ACUM-EXISTE EQUAL "SIM"
               REWRITE REG-RIX
           ELSE
               WRITE REG-RIX
               MOVE "SIM" TO ACUM-EXISTE
           END-IF.

       AVALIA-ALUNOS.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               READ CADALU7 NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END PERFORM SELECIONA-ALUNO
               END-READ
           END-PERFORM.

       SELECIONA-ALUNO.
           PERFORM BUSCA-MATRICULA.
           IF SIT-MATRICULA EQUAL "T" OR SIT-MATRICULA EQUAL "D"
               ADD 1 TO CONT-SAIDAS
           ELSE
               PERFORM AVALIA-ALUNO
           END-IF.

       BUSCA-MATRICULA.
           MOVE SPACES TO SIT-MATRICULA.
           IF CADMAT-ABERTO EQUAL "SIM"
               MOVE NUMERO-ENT TO NUMERO-MAT
               READ CADMAT KEY IS NUMERO-MAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SITUACAO-MAT TO SIT-MATRICULA
               END-READ
           END-IF.

       AVALIA-ALUNO.
           ADD 1 TO CONT-ALUNOS.
           MOVE NUMERO-ENT TO NUMERO-AVALIADO.
           PERFORM POSICIONA-ALUNO.
           MOVE ZEROS TO PERC-FREQ.
           IF RIX-TEM-FREQ EQUAL "SIM"
               PERFORM CALCULA-PERC-FREQ
               IF PERC-FREQ IS LESS THAN FREQ-MINIMA
                   MOVE "B" TO SIT-FREQ
               ELSE
                   MOVE SPACE TO SIT-FREQ
               END-IF
           ELSE
               MOVE "S" TO SIT-FREQ
           END-IF.
           PERFORM CALCULA-RISCO.
           MOVE TURMA-ENT     TO SRT-TURMA.
           MOVE PONTOS        TO SRT-PONTOS.
           MOVE NOME-ENT      TO SRT-NOME.
           MOVE NUMERO-ENT    TO SRT-NUMERO.
           MOVE NIVEL         TO SRT-NIVEL.
           MOVE RIX-ABAIXO    TO SRT-ABAIXO.
           MOVE RIX-QUEDAS    TO SRT-QUEDAS.
           MOVE PERC-FREQ     TO SRT-PERC-FREQ.
           MOVE SIT-FREQ      TO SRT-SIT-FREQ.
           MOVE RIX-RETENCOES TO SRT-RETENCOES.
           RELEASE REG-SORT.

       CALCULA-PERC-FREQ.
           IF RIX-AULAS IS GREATER THAN ZERO
               SUBTRACT RIX-FALTAS
                   FROM RIX-AULAS GIVING PRESENCAS
               MULTIPLY PRESENCAS BY 100 GIVING PERC-TRAB
               DIVIDE PERC-TRAB BY RIX-AULAS
                   GIVING PERC-FREQ
           ELSE
               MOVE ZEROS TO PERC-FREQ
           END-IF.

       CALCULA-RISCO.
           COMPUTE PONTOS = RIX-ABAIXO + RIX-QUEDAS
                          + RIX-RETENCOES * 2.
           IF SIT-FREQ EQUAL "B"
               ADD 3 TO PONTOS
           END-IF.
           IF PONTOS IS NOT LESS THAN PONTOS-ALTO
               MOVE "ALTO"  TO NIVEL
           ELSE
               IF PONTOS IS NOT LESS THAN PONTOS-MEDIO
                   MOVE "MEDIO" TO NIVEL
               ELSE
                   MOVE "BAIXO" TO NIVEL
               END-IF
           END-IF.

       IMPRIME-RISCO.
           PERFORM LER-SORT.
           PERFORM PROCESSA-RISCO UNTIL FIM-SORT EQUAL "SIM".
           IF TURMA-ABERTA EQUAL "SIM"
               PERFORM FECHA-TURMA
           END-IF.
           PERFORM IMPRIME-TOTAIS.

       LER-SORT.
           RETURN SORT-RISCO
               AT END MOVE "SIM" TO FIM-SORT
           END-RETURN.

       PROCESSA-RISCO.
           IF TURMA-ABERTA NOT EQUAL "SIM"
               MOVE SRT-TURMA TO TURMA-REL
               PERFORM ABRE-TURMA
           ELSE
               IF SRT-TURMA NOT EQUAL TURMA-REL
                   PERFORM FECHA-TURMA
                   MOVE SRT-TURMA TO TURMA-REL
                   PERFORM ABRE-TURMA
               END-IF
           END-IF.
           IF LINHA-PAG IS GREATER THAN 55
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE SRT-NUMERO    TO DET-NUMERO.
           MOVE SRT-NOME      TO DET-NOME.
           MOVE SRT-NIVEL     TO DET-NIVEL.
           MOVE SRT-PONTOS    TO DET-PONTOS.
           MOVE SRT-ABAIXO    TO DET-ABAIXO.
           MOVE SRT-QUEDAS    TO DET-QUEDAS.
           MOVE SRT-PERC-FREQ TO DET-FREQ.
           MOVE SRT-RETENCOES TO DET-RETENCOES.
           EVALUATE SRT-SIT-FREQ
               WHEN "B"
                   MOVE "< MINIMA" TO DET-OBS
               WHEN "S"
                   MOVE "SEM FREQ" TO DET-OBS
               WHEN OTHER
                   MOVE SPACES     TO DET-OBS
           END-EVALUATE.
           WRITE LINHA-RISCO FROM LIN-RSC-DET.
           ADD 1 TO LINHA-PAG.
           EVALUATE SRT-NIVEL
               WHEN "ALTO"
                   ADD 1 TO TUR-ALTO
               WHEN "MEDIO"
                   ADD 1 TO TUR-MEDIO
               WHEN OTHER
                   ADD 1 TO TUR-BAIXO
           END-EVALUATE.
           PERFORM GRAVA-CADRISCO.
           PERFORM LER-SORT.

       GRAVA-CADRISCO.
           MOVE SRT-NUMERO    TO NUMERO-RSC.
           MOVE SRT-TURMA     TO TURMA-RSC.
           MOVE SRT-NIVEL     TO NIVEL-RSC.
           MOVE SRT-PONTOS    TO PONTOS-RSC.
           MOVE SRT-ABAIXO    TO ABAIXO-RSC.
           MOVE SRT-QUEDAS    TO QUEDAS-RSC.
           MOVE SRT-PERC-FREQ TO PERC-FREQ-RSC.
           MOVE SRT-SIT-FREQ  TO SIT-FREQ-RSC.
           MOVE SRT-RETENCOES TO RETENCOES-RSC.
           MOVE ANO-LETIVO    TO ANO-RSC.
           MOVE BIMESTRE      TO BIM-RSC.
           MOVE DATA-EXECUCAO TO DATA-RSC.
           WRITE REG-RSC.
           ADD 1 TO CONT-GRAVADOS.

       ABRE-TURMA.
           MOVE "SIM" TO TURMA-ABERTA.
           MOVE ZEROS TO TUR-ALTO
                         TUR-MEDIO
                         TUR-BAIXO.
           PERFORM CABECALHO-PAGINA.

       CABECALHO-PAGINA.
           IF CONT-PAGINA IS GREATER THAN ZERO
               WRITE LINHA-RISCO FROM LIN-RSC-BRANCO
           END-IF.
           ADD 1 TO CONT-PAGINA.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           MOVE CONT-PAGINA   TO TIT-PAGINA.
           WRITE LINHA-RISCO FROM LIN-RSC-CABEC1.
           MOVE ANO-LETIVO  TO CAB-ANO.
           MOVE BIMESTRE    TO CAB-BIM.
           MOVE MEDIA-APROV TO CAB-MEDIA.
           MOVE FREQ-MINIMA TO CAB-FREQ.
           MOVE QUEDA-RISCO TO CAB-QUEDA.
           WRITE LINHA-RISCO FROM LIN-RSC-PERIODO.
           MOVE TURMA-REL TO CAB-TURMA.
           PERFORM BUSCA-DESC-TURMA.
           WRITE LINHA-RISCO FROM LIN-RSC-TURMA.
           WRITE LINHA-RISCO FROM LIN-RSC-CABEC2.
           MOVE 4 TO LINHA-PAG.

       BUSCA-DESC-TURMA.
           MOVE SPACES TO CAB-TURMA-DESC.
           IF CADTUR-ABERTO EQUAL "SIM"
               MOVE TURMA-REL TO TURMA-TM
               READ CADTUR KEY IS TURMA-TM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESC-TM TO CAB-TURMA-DESC
               END-READ
           END-IF.

       FECHA-TURMA.
           MOVE TURMA-REL TO SUB-TURMA.
           MOVE TUR-ALTO  TO SUB-ALTO.
           MOVE TUR-MEDIO TO SUB-MEDIO.
           MOVE TUR-BAIXO TO SUB-BAIXO.
           WRITE LINHA-RISCO FROM LIN-RSC-SUBTOT.
           ADD 1 TO LINHA-PAG.
           ADD TUR-ALTO  TO GER-ALTO.
           ADD TUR-MEDIO TO GER-MEDIO.
           ADD TUR-BAIXO TO GER-BAIXO.
           MOVE "NAO" TO TURMA-ABERTA.

       IMPRIME-TOTAIS.
           IF CONT-PAGINA EQUAL ZERO OR
              LINHA-PAG IS GREATER THAN 49
               PERFORM CABECALHO-PAGINA
           END-IF.
           WRITE LINHA-RISCO FROM LIN-RSC-BRANCO.
           MOVE GER-ALTO  TO TOT-ALTO.
           MOVE GER-MEDIO TO TOT-MEDIO.
           MOVE GER-BAIXO TO TOT-BAIXO.
           WRITE LINHA-RISCO FROM LIN-RSC-TOTAL.
           WRITE LINHA-RISCO FROM LIN-RSC-BRANCO.
           WRITE LINHA-RISCO FROM LIN-RSC-LEGENDA1.
           WRITE LINHA-RISCO FROM LIN-RSC-LEGENDA2.
           WRITE LINHA-RISCO FROM LIN-RSC-LEGENDA3.
           MOVE CONT-ALUNOS TO ROD-ALUNOS.
           WRITE LINHA-RISCO FROM LIN-RSC-RODAPE.

       GRAVA-LOG-EXECUCAO.
           MOVE "EM01EX36" TO LOG-PROGRAMA.
           ACCEPT LOG-DATA FROM DATE.
           ADD CONT-ALUNOS CONT-SAIDAS GIVING LOG-LIDOS.
           MOVE CONT-GRAVADOS TO LOG-GRAVADOS.
           MOVE CONT-SAIDAS   TO LOG-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           IF WS-STATUS-LOG NOT EQUAL "00"
               OPEN OUTPUT LOGEXEC
           END-IF.
           WRITE REG-LOG.
           CLOSE LOGEXEC.

       TERMINO.
           PERFORM GRAVA-LOG-EXECUCAO.
           CLOSE CADALU7
                 RISCOIDX
                 RELRISCO
                 CADRISCO.
           IF CADTUR-ABERTO EQUAL "SIM"
               CLOSE CADTUR
           END-IF.
           IF CADMAT-ABERTO EQUAL "SIM"
               CLOSE CADMAT
           END-IF.
           DISPLAY "EM01EX36: ALUNOS AVALIADOS " CONT-ALUNOS
                   " RISCO ALTO " GER-ALTO
                   " MEDIO " GER-MEDIO
                   " BAIXO " GER-BAIXO.
           DISPLAY "EM01EX36: NOTAS LIDAS " CONT-NOTAS-LIDAS
                   " RETENCOES ANTERIORES " CONT-RETENCOES.
           DISPLAY "EM01EX36: TRANSFERIDOS OU DESISTENTES NAO"
                   " AVALIADOS " CONT-SAIDAS.
