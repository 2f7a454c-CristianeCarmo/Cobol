       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX32.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       FREQUENCIA A PARTIR DA CHAMADA DIARIA (EM01EX31).
      *               SEM PARAMETRO (OU COM "RESUMO") LE O ARQUIVO
      *               INDEXADO FREQALU (ALUNO + ANO + DISCIPLINA) E
      *               REGENERA O CADFREQ LIDO PELO EM01EX08 E PELO
      *               EM01EX10, UM REGISTRO POR ALUNO COM A SOMA DAS
      *               AULAS E DAS FALTAS DE TODAS AS DISCIPLINAS.
      *               QUANDO A SOMA DAS AULAS PASSA DE 999 (LIMITE DO
      *               CADFREQ) AULAS E FALTAS SAO REDUZIDAS NA MESMA
      *               PROPORCAO, O QUE PRESERVA O PERCENTUAL DE
      *               PRESENCA.
      *               COM O PARAMETRO "MENSAL MM" GRAVA NO RELATORIO
      *               RELFREQ A FOLHA DE FREQUENCIA DO MES MM POR TURMA:
      *               AULAS, FALTAS E PERCENTUAL DE PRESENCA DO MES E
      *               ACUMULADOS NO ANO, MARCANDO O ALUNO ABAIXO DA
      *               FREQUENCIA MINIMA DO PARMEM01 (PADRAO 75,00).
      *               TERMINA COM RETURN-CODE 12 EM PARAMETRO INVALIDO
      *               OU SE O FREQALU NAO PUDER SER ABERTO.
      *               SO ENTRAM OS REGISTROS DO FREQALU DO ANO LETIVO
      *               DO PARMEM01; SEM PARMEM01 VALIDO TERMINA COM
      *               RETURN-CODE 12.
      *               NO LOGEXEC OS TOTAIS SAO POR REGISTRO DO FREQALU:
      *               GRAVADOS OS SOMADOS NO CADFREQ E REJEITADOS OS DE
      *               OUTRO ANO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-FA
           FILE STATUS IS WS-STATUS-FA.
           SELECT CADFREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADALU7 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-ENT
           FILE STATUS IS WS-STATUS-ALU.
           SELECT CADTUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TURMA-TM
           FILE STATUS IS WS-STATUS-TUR.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT RELFREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
           SELECT SORT-FREQ ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD FREQALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQALU.DAT".
       01 REG-FA.
           02 CHAVE-FA.
              03 NUMERO-FA  PIC 9(05).
              03 ANO-FA     PIC 9(04).
              03 DISC-FA    PIC 9(03).
           02 TURMA-FA      PIC X(03).
           02 AULAS-FA      PIC 9(04).
           02 FALTAS-FA     PIC 9(04).
           02 MES-FA OCCURS 12 TIMES.
              03 AULAS-MES-FA  PIC 9(03).
              03 FALTAS-MES-FA PIC 9(03).

       FD CADFREQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFREQ.DAT".
       01 REG-FREQ.
           02 NUMERO-FREQ PIC 9(05).
           02 AULAS-FREQ  PIC 9(03).
           02 FALTAS-FREQ PIC 9(03).

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
           02 FILLER            PIC X(66).

       FD RELFREQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELFREQ.DAT".
       01 LINHA-FREQ     PIC X(80).

       FD LOGEXEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGEXEC.DAT".
       01 REG-LOG.
           02 LOG-PROGRAMA    PIC X(08).
           02 LOG-DATA        PIC 9(06).
           02 LOG-LIDOS       PIC 9(07).
           02 LOG-GRAVADOS    PIC 9(07).
           02 LOG-REJEITADOS  PIC 9(07).

       SD SORT-FREQ.
       01 REG-SORT.
           02 SORT-TURMA      PIC X(03).
           02 SORT-NOME       PIC X(20).
           02 SORT-NUMERO     PIC 9(05).
           02 SORT-AULAS-MES  PIC 9(05).
           02 SORT-FALTAS-MES PIC 9(05).
           02 SORT-AULAS-ANO  PIC 9(05).
           02 SORT-FALTAS-ANO PIC 9(05).

       WORKING-STORAGE SECTION.
          77 FIM-ARQ         PIC X(03) VALUE "NAO".
          77 FIM-SORT        PIC X(03) VALUE "NAO".
          77 WS-PARM         PIC X(10) VALUE SPACES.
          77 WS-MODO         PIC X(08) VALUE "RESUMO".
          77 PARM-MES        PIC X(02) VALUE SPACES.
          77 MES-REL         PIC 9(02) VALUE ZEROS.
          77 WS-STATUS-FA    PIC X(02) VALUE SPACES.
          77 WS-STATUS-ALU   PIC X(02) VALUE SPACES.
          77 WS-STATUS-TUR   PIC X(02) VALUE SPACES.
          77 WS-STATUS-PARM  PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOG   PIC X(02) VALUE SPACES.
          77 CADALU7-ABERTO  PIC X(03) VALUE "NAO".
          77 CADTUR-ABERTO   PIC X(03) VALUE "NAO".
          77 FREQ-MINIMA     PIC 999V99 VALUE 075,00.
          77 PARM-ED-FREQ    PIC ZZ9,99.
          77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.

          77 NUMERO-ATUAL    PIC 9(05) VALUE ZEROS.
          77 TURMA-ATUAL     PIC X(03) VALUE SPACES.
          77 SOMA-AULAS      PIC 9(05) VALUE ZEROS.
          77 SOMA-FALTAS     PIC 9(05) VALUE ZEROS.
          77 SOMA-AULAS-MES  PIC 9(05) VALUE ZEROS.
          77 SOMA-FALTAS-MES PIC 9(05) VALUE ZEROS.
          77 PERC-FREQ       PIC 9(03)V99 VALUE ZEROS.

          77 CONT-LIDOS      PIC 9(07) VALUE ZEROS.
          77 CONT-GRAVADOS   PIC 9(07) VALUE ZEROS.
          77 CONT-SOMADOS    PIC 9(07) VALUE ZEROS.
          77 CONT-OUTRO-ANO  PIC 9(07) VALUE ZEROS.
          77 CONT-REDUZIDOS  PIC 9(07) VALUE ZEROS.
          77 CONT-ABAIXO     PIC 9(05) VALUE ZEROS.

          77 TURMA-REL       PIC X(03) VALUE SPACES.
          77 TURMA-ABERTA    PIC X(03) VALUE "NAO".
          77 CONT-TURMA      PIC 9(05) VALUE ZEROS.
          77 CONT-ALUNOS     PIC 9(05) VALUE ZEROS.
          77 CONT-PAGINA     PIC 9(03) VALUE ZEROS.
          77 LINHA-PAG       PIC 9(03) VALUE ZEROS.
          77 DATA-EXECUCAO   PIC 9(06) VALUE ZEROS.

          01 LIN-FREQ-CABEC1.
             02 FILLER     PIC X(42) VALUE
                "EM01 - FOLHA MENSAL DE FREQUENCIA".
             02 FILLER     PIC X(06) VALUE "DATA: ".
             02 TIT-DATA   PIC 9(06).
             02 FILLER     PIC X(08) VALUE "   PAG. ".
             02 TIT-PAGINA PIC Z(02)9.

          01 LIN-FREQ-TURMA.
             02 FILLER     PIC X(06) VALUE "TURMA ".
             02 CAB-TURMA  PIC X(03).
             02 FILLER     PIC X(02) VALUE SPACES.
             02 CAB-TURMA-DESC PIC X(20).
             02 FILLER     PIC X(06) VALUE " MES: ".
             02 CAB-MES    PIC 9(02).
             02 FILLER     PIC X(17) VALUE "  FREQ. MINIMA: ".
             02 CAB-MINIMA PIC ZZ9,99.

          01 LIN-FREQ-CABEC2.
             02 FILLER     PIC X(38) VALUE
                "                               ---- NO".
             02 FILLER     PIC X(42) VALUE
                " MES ----   ---- NO ANO ----".

          01 LIN-FREQ-CABEC3.
             02 FILLER     PIC X(38) VALUE
                "NUMERO NOME                 AULAS FALT".
             02 FILLER     PIC X(42) VALUE
                "AS  PRES%  AULAS FALTAS  PRES%".

          01 LIN-FREQ-DET.
             02 DET-NUMERO     PIC Z(04)9.
             02 FILLER         PIC X(02) VALUE SPACES.
             02 DET-NOME       PIC X(20).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-AULAS-MES  PIC ZZZZ9.
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-FALTAS-MES PIC ZZZZ9.
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-PERC-MES   PIC ZZ9,99.
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-AULAS-ANO  PIC ZZZZ9.
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-FALTAS-ANO PIC ZZZZ9.
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-PERC-ANO   PIC ZZ9,99.
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-MARCA      PIC X(06).

          01 LIN-FREQ-SUBTOT.
             02 FILLER       PIC X(17) VALUE
                "ALUNOS DA TURMA ".
             02 SUB-TURMA    PIC X(03).
             02 FILLER       PIC X(02) VALUE ": ".
             02 SUB-ALUNOS   PIC Z(04)9.
             02 FILLER       PIC X(23) VALUE
                "  ABAIXO DO MINIMO: ".
             02 SUB-ABAIXO   PIC Z(04)9.

          01 LIN-FREQ-RODAPE.
             02 FILLER       PIC X(33) VALUE
                "*** FIM DO RELATORIO - TOTAL DE ".
             02 ROD-TOTAL    PIC Z(04)9.
             02 FILLER       PIC X(11) VALUE " ALUNOS ***".

          01 LIN-FREQ-BRANCO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX32.
           PERFORM INICIO.
           IF WS-MODO EQUAL "RESUMO"
               PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM"
               IF NUMERO-ATUAL IS GREATER THAN ZERO
                   PERFORM GRAVA-CADFREQ
               END-IF
           ELSE
               SORT SORT-FREQ
                   ON ASCENDING KEY SORT-TURMA
                                    SORT-NOME
                                    SORT-NUMERO
                   INPUT PROCEDURE IS SELECIONA-MES
                   OUTPUT PROCEDURE IS IMPRIME-FOLHA
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-MODO
                    PARM-MES.
           EVALUATE WS-MODO
               WHEN SPACES
               WHEN "RESUMO"
                   MOVE "RESUMO" TO WS-MODO
               WHEN "MENSAL"
                   IF PARM-MES IS NOT NUMERIC
                       PERFORM PARAMETRO-INVALIDO
                   END-IF
                   MOVE PARM-MES TO MES-REL
                   IF MES-REL IS LESS THAN 1 OR
                      MES-REL IS GREATER THAN 12
                       PERFORM PARAMETRO-INVALIDO
                   END-IF
               WHEN OTHER
                   PERFORM PARAMETRO-INVALIDO
           END-EVALUATE.
           ACCEPT DATA-EXECUCAO FROM DATE.
           PERFORM LE-PARAMETROS.
           OPEN INPUT FREQALU.
           IF WS-STATUS-FA NOT EQUAL "00"
               DISPLAY "EM01EX32: ERRO AO ABRIR FREQALU.DAT, STATUS "
                       WS-STATUS-FA
               DISPLAY "EM01EX32: LANCE A CHAMADA PELO EM01EX31"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODO EQUAL "RESUMO"
               OPEN OUTPUT CADFREQ
               PERFORM LEITURA
           ELSE
               PERFORM ABRE-CADASTROS
           END-IF.

       PARAMETRO-INVALIDO.
           DISPLAY "EM01EX32: PARAMETRO INVALIDO: " WS-PARM.
           DISPLAY "EM01EX32: USE RESUMO (OU VAZIO) OU MENSAL MM".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       LE-PARAMETROS.
           OPEN INPUT PARMEM01.
           IF WS-STATUS-PARM NOT EQUAL "00"
               DISPLAY "EM01EX32: ERRO AO ABRIR PARMEM01.DAT, STATUS "
                       WS-STATUS-PARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMEM01 AT END
               DISPLAY "EM01EX32: PARMEM01.DAT VAZIO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF PARM-ANO-LETIVO IS NOT NUMERIC
               DISPLAY "EM01EX32: ANO LETIVO INVALIDO EM PARMEM01.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-ANO-LETIVO TO ANO-LETIVO.
           IF PARM-FREQ-MINIMA IS NUMERIC
               MOVE PARM-FREQ-MINIMA TO FREQ-MINIMA
           END-IF.
           CLOSE PARMEM01.
           DISPLAY "EM01EX32: ANO LETIVO " ANO-LETIVO.
           IF WS-MODO EQUAL "MENSAL"
               MOVE FREQ-MINIMA TO PARM-ED-FREQ
               DISPLAY "EM01EX32: FREQUENCIA MINIMA " PARM-ED-FREQ
           END-IF.

       ABRE-CADASTROS.
           OPEN INPUT CADALU7.
           IF WS-STATUS-ALU EQUAL "00"
               MOVE "SIM" TO CADALU7-ABERTO
           ELSE
               DISPLAY "EM01EX32: CADALU7.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-ALU ", NOME DO ALUNO EM BRANCO"
           END-IF.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR EQUAL "00"
               MOVE "SIM" TO CADTUR-ABERTO
           ELSE
               DISPLAY "EM01EX32: CADTUR.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-TUR ", DESCRICAO DA TURMA EM BRANCO"
           END-IF.

       LEITURA.
           READ FREQALU NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO CONT-LIDOS.
           IF ANO-FA NOT EQUAL ANO-LETIVO
               ADD 1 TO CONT-OUTRO-ANO
           ELSE
               PERFORM SOMA-REGISTRO
           END-IF.
           PERFORM LEITURA.

       SOMA-REGISTRO.
           ADD 1 TO CONT-SOMADOS.
           IF NUMERO-FA NOT EQUAL NUMERO-ATUAL
               IF NUMERO-ATUAL IS GREATER THAN ZERO
                   PERFORM GRAVA-CADFREQ
               END-IF
               MOVE NUMERO-FA TO NUMERO-ATUAL
               MOVE ZEROS TO SOMA-AULAS
                             SOMA-FALTAS
           END-IF.
           ADD AULAS-FA  TO SOMA-AULAS.
           ADD FALTAS-FA TO SOMA-FALTAS.

       GRAVA-CADFREQ.
           MOVE NUMERO-ATUAL TO NUMERO-FREQ.
           IF SOMA-AULAS IS GREATER THAN 999
               COMPUTE FALTAS-FREQ ROUNDED =
                   SOMA-FALTAS * 999 / SOMA-AULAS
               MOVE 999 TO AULAS-FREQ
               ADD 1 TO CONT-REDUZIDOS
           ELSE
               MOVE SOMA-AULAS  TO AULAS-FREQ
               MOVE SOMA-FALTAS TO FALTAS-FREQ
           END-IF.
           WRITE REG-FREQ.
           ADD 1 TO CONT-GRAVADOS.

       SELECIONA-MES.
           PERFORM LEITURA.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               ADD 1 TO CONT-LIDOS
               IF ANO-FA EQUAL ANO-LETIVO
                   PERFORM SOMA-REGISTRO-MES
               END-IF
               PERFORM LEITURA
           END-PERFORM.
           IF NUMERO-ATUAL IS GREATER THAN ZERO
               PERFORM LIBERA-ALUNO
           END-IF.

       SOMA-REGISTRO-MES.
           IF NUMERO-FA NOT EQUAL NUMERO-ATUAL
               IF NUMERO-ATUAL IS GREATER THAN ZERO
                   PERFORM LIBERA-ALUNO
               END-IF
               MOVE NUMERO-FA TO NUMERO-ATUAL
               MOVE TURMA-FA  TO TURMA-ATUAL
               MOVE ZEROS TO SOMA-AULAS
                             SOMA-FALTAS
                             SOMA-AULAS-MES
                             SOMA-FALTAS-MES
           END-IF.
           ADD AULAS-FA  TO SOMA-AULAS.
           ADD FALTAS-FA TO SOMA-FALTAS.
           ADD AULAS-MES-FA (MES-REL)  TO SOMA-AULAS-MES.
           ADD FALTAS-MES-FA (MES-REL) TO SOMA-FALTAS-MES.

       LIBERA-ALUNO.
           MOVE SPACES TO SORT-NOME.
           MOVE TURMA-ATUAL TO SORT-TURMA.
           IF CADALU7-ABERTO EQUAL "SIM"
               MOVE NUMERO-ATUAL TO NUMERO-ENT
               READ CADALU7 KEY IS NUMERO-ENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-ENT  TO SORT-NOME
                       MOVE TURMA-ENT TO SORT-TURMA
               END-READ
           END-IF.
           MOVE NUMERO-ATUAL    TO SORT-NUMERO.
           MOVE SOMA-AULAS-MES  TO SORT-AULAS-MES.
           MOVE SOMA-FALTAS-MES TO SORT-FALTAS-MES.
           MOVE SOMA-AULAS      TO SORT-AULAS-ANO.
           MOVE SOMA-FALTAS     TO SORT-FALTAS-ANO.
           RELEASE REG-SORT.

       IMPRIME-FOLHA.
           OPEN OUTPUT RELFREQ.
           PERFORM LER-SORT.
           PERFORM PROCESSA-ALUNO UNTIL FIM-SORT EQUAL "SIM".
           IF TURMA-ABERTA EQUAL "SIM"
               PERFORM FECHA-TURMA
           ELSE
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE CONT-ALUNOS TO ROD-TOTAL.
           WRITE LINHA-FREQ FROM LIN-FREQ-RODAPE.
           CLOSE RELFREQ.

       LER-SORT.
           RETURN SORT-FREQ
               AT END MOVE "SIM" TO FIM-SORT
           END-RETURN.

       PROCESSA-ALUNO.
           IF TURMA-ABERTA NOT EQUAL "SIM"
               MOVE SORT-TURMA TO TURMA-REL
               PERFORM ABRE-TURMA
           ELSE
               IF SORT-TURMA NOT EQUAL TURMA-REL
                   PERFORM FECHA-TURMA
                   MOVE SORT-TURMA TO TURMA-REL
                   PERFORM ABRE-TURMA
               END-IF
           END-IF.
           IF LINHA-PAG IS GREATER THAN 55
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE SORT-NUMERO     TO DET-NUMERO.
           MOVE SORT-NOME       TO DET-NOME.
           MOVE SORT-AULAS-MES  TO DET-AULAS-MES.
           MOVE SORT-FALTAS-MES TO DET-FALTAS-MES.
           MOVE SORT-AULAS-MES  TO SOMA-AULAS.
           MOVE SORT-FALTAS-MES TO SOMA-FALTAS.
           PERFORM CALCULA-PERC-FREQ.
           MOVE PERC-FREQ       TO DET-PERC-MES.
           MOVE SORT-AULAS-ANO  TO DET-AULAS-ANO.
           MOVE SORT-FALTAS-ANO TO DET-FALTAS-ANO.
           MOVE SORT-AULAS-ANO  TO SOMA-AULAS.
           MOVE SORT-FALTAS-ANO TO SOMA-FALTAS.
           PERFORM CALCULA-PERC-FREQ.
           MOVE PERC-FREQ       TO DET-PERC-ANO.
           MOVE SPACES TO DET-MARCA.
           IF SORT-AULAS-ANO IS GREATER THAN ZERO
              AND PERC-FREQ IS LESS THAN FREQ-MINIMA
               MOVE "ABAIXO" TO DET-MARCA
               ADD 1 TO CONT-ABAIXO
           END-IF.
           WRITE LINHA-FREQ FROM LIN-FREQ-DET.
           ADD 1 TO LINHA-PAG.
           ADD 1 TO CONT-TURMA.
           ADD 1 TO CONT-ALUNOS.
           PERFORM LER-SORT.

       CALCULA-PERC-FREQ.
           IF SOMA-AULAS IS GREATER THAN ZERO
               COMPUTE PERC-FREQ ROUNDED =
                   (SOMA-AULAS - SOMA-FALTAS) * 100 / SOMA-AULAS
           ELSE
               MOVE ZEROS TO PERC-FREQ
           END-IF.

       ABRE-TURMA.
           MOVE "SIM" TO TURMA-ABERTA.
           MOVE ZEROS TO CONT-TURMA
                         CONT-ABAIXO.
           PERFORM CABECALHO-PAGINA.

       CABECALHO-PAGINA.
           IF CONT-PAGINA IS GREATER THAN ZERO
               WRITE LINHA-FREQ FROM LIN-FREQ-BRANCO
           END-IF.
           ADD 1 TO CONT-PAGINA.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           MOVE CONT-PAGINA   TO TIT-PAGINA.
           WRITE LINHA-FREQ FROM LIN-FREQ-CABEC1.
           MOVE TURMA-REL   TO CAB-TURMA.
           MOVE MES-REL     TO CAB-MES.
           MOVE FREQ-MINIMA TO CAB-MINIMA.
           PERFORM BUSCA-DESC-TURMA.
           WRITE LINHA-FREQ FROM LIN-FREQ-TURMA.
           WRITE LINHA-FREQ FROM LIN-FREQ-CABEC2.
           WRITE LINHA-FREQ FROM LIN-FREQ-CABEC3.
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
           MOVE TURMA-REL   TO SUB-TURMA.
           MOVE CONT-TURMA  TO SUB-ALUNOS.
           MOVE CONT-ABAIXO TO SUB-ABAIXO.
           WRITE LINHA-FREQ FROM LIN-FREQ-SUBTOT.
           ADD 1 TO LINHA-PAG.
           MOVE "NAO" TO TURMA-ABERTA.

       GRAVA-LOG-EXECUCAO.
           MOVE "EM01EX32" TO LOG-PROGRAMA.
           ACCEPT LOG-DATA FROM DATE.
           MOVE CONT-LIDOS     TO LOG-LIDOS.
           MOVE CONT-SOMADOS   TO LOG-GRAVADOS.
           MOVE CONT-OUTRO-ANO TO LOG-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           IF WS-STATUS-LOG NOT EQUAL "00"
               OPEN OUTPUT LOGEXEC
           END-IF.
           WRITE REG-LOG.
           CLOSE LOGEXEC.

       TERMINO.
           CLOSE FREQALU.
           IF WS-MODO EQUAL "RESUMO"
               CLOSE CADFREQ
               PERFORM GRAVA-LOG-EXECUCAO
               DISPLAY "EM01EX32: LIDOS " CONT-LIDOS
                       " ALUNOS GRAVADOS NO CADFREQ " CONT-GRAVADOS
               DISPLAY "EM01EX32: REGISTROS SOMADOS " CONT-SOMADOS
                       " DE OUTRO ANO " CONT-OUTRO-ANO
               IF CONT-REDUZIDOS IS GREATER THAN ZERO
                   DISPLAY "EM01EX32: ALUNOS COM AULAS REDUZIDAS A 999"
                           " NA PROPORCAO: " CONT-REDUZIDOS
               END-IF
           ELSE
               IF CADALU7-ABERTO EQUAL "SIM"
                   CLOSE CADALU7
               END-IF
               IF CADTUR-ABERTO EQUAL "SIM"
                   CLOSE CADTUR
               END-IF
               DISPLAY "EM01EX32: FOLHA DO MES " MES-REL
                       " COM " CONT-ALUNOS " ALUNOS EM RELFREQ.DAT"
           END-IF.
