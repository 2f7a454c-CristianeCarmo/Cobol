       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX30.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       PROMOCAO E REMATRICULA PARA O ANO LETIVO
      *               SEGUINTE. LE O CADFIM (SITUACAO DEFINITIVA DO ANO
      *               INFORMADO EM PARM-ANO-LETIVO DO PARMEM01) E A
      *               TABELA DE PROGRESSAO TURPROG (UMA LINHA POR TURMA
      *               DO ANO: TURMA ATUAL, TURMA DE PROMOCAO E TURMA DE
      *               MESMA SERIE PARA O ALUNO RETIDO; TURMA DE PROMOCAO
      *               EM BRANCO INDICA A ULTIMA SERIE). AS TURMAS DE
      *               DESTINO DEVEM EXISTIR NO CADTUR COM ANO-TM IGUAL
      *               AO ANO SEGUINTE; LINHA DO TURPROG FORA DISSO E
      *               IGNORADA E EXIBIDA.
      *               APROVADO, APROVADO-REC E APROV.CONS (APROVADO
      *               PELO CONSELHO DE CLASSE, EM01EX33) VAO PARA A
      *               TURMA DE PROMOCAO, REPROVADO E REP.FALTA PARA A
      *               TURMA DE MESMA SERIE; APROVADO NA ULTIMA SERIE E
      *               FORMADO E NAO E REMATRICULADO. ALUNO SEM
      *               PROGRESSAO OU COM OUTRA SITUACAO FICA PENDENTE.
      *               SEM PARAMETRO (OU COM "PREVIA") SO GRAVA O
      *               RELATORIO RELPROM: ALUNOS POR TURMA DE DESTINO COM
      *               O TOTAL DE CADA TURMA, FORMADOS E PENDENTES. COM
      *               O PARAMETRO "APLICA" GRAVA TAMBEM O TRANLU.DAT E O
      *               TRANLU3.DAT (FUNCAO A COM A NOVA TURMA E NOTAS
      *               ZERADAS; FUNCAO E PARA O FORMADO), PRONTOS PARA A
      *               CADEIA EM01EX16 -> EM01EX09/EM01EX12, E REGISTRA
      *               OS FORMADOS NO ARQUIVO FORMADOS. COM PENDENTES O
      *               APLICA NAO GERA TRANSACOES, GRAVA SO A PREVIA E
      *               TERMINA COM RETURN-CODE 8.
      *               SO RODA COM O ANO FECHADO: TODO ALUNO DO CADFIM
      *               DEVE SER DO ANO DO PARMEM01 E CONSTAR DO CADHIST
      *               (EM01EX22) NESSE ANO, SENAO TERMINA COM
      *               RETURN-CODE 12 SEM GRAVAR NADA.
      *               ALUNO TRANSFERIDO OU DESISTENTE NO ANO NAO E
      *               PROMOVIDO NEM RETIDO NEM FICA PENDENTE: SAI EM
      *               GRUPO PROPRIO DO RELPROM E, NO APLICA, RECEBE A
      *               FUNCAO E NO TRANLU.DAT E NO TRANLU3.DAT, SEM
      *               REGISTRO NO ARQUIVO FORMADOS.
      *               NO LOGEXEC OS TOTAIS SAO POR ALUNO: GRAVADOS SAO
      *               OS PROMOVIDOS, RETIDOS, FORMADOS E SAIDAS, E
      *               REJEITADOS OS PENDENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFIM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FIM.
           SELECT CADHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HIST
           FILE STATUS IS WS-STATUS-HIST.
           SELECT CADTUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TURMA-TM
           FILE STATUS IS WS-STATUS-TUR.
           SELECT TURPROG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROG.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT RELPROM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANLU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANLU3 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORMADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORM.
           SELECT LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
           SELECT SORT-PROM ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD CADFIM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFIM.DAT".
       01 REG-FIM.
           02 COD-FIM        PIC 9(05).
           02 NOME-FIM       PIC X(20).
           02 MEDIA3-FIM     PIC 99V99.
           02 MEDIA4-FIM     PIC 99V99.
           02 SEXO-FIM       PIC X(01).
           02 TURMA-FIM      PIC X(03).
           02 MEDIA-GERAL-FIM PIC 99V99.
           02 NOTA-REC-FIM   PIC 99V99.
           02 MEDIA-FINAL    PIC 99V99.
           02 SITUACAO-FIM   PIC X(12).
           02 ANO-FIM        PIC 9(04).
           02 BIM-FIM        PIC 9(01).

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

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
       01 REG-TM.
           02 TURMA-TM      PIC X(03).
           02 DESC-TM       PIC X(20).
           02 ANO-TM        PIC 9(04).

       FD TURPROG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TURPROG.DAT".
       01 REG-PROG.
           02 PROG-TURMA     PIC X(03).
           02 PROG-PROXIMA   PIC X(03).
           02 PROG-REPETE    PIC X(03).

       FD PARMEM01
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMEM01.DAT".
       01 REG-PARM.
           02 PARM-ANO-LETIVO PIC 9(04).
           02 PARM-BIMESTRE   PIC 9(01).
           02 FILLER          PIC X(75).

       FD RELPROM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELPROM.DAT".
       01 LINHA-PROM     PIC X(80).

       FD TRANLU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANLU.DAT".
       01 REG-TRAN.
           02 FUNCAO-TRAN  PIC X(01).
           02 NUMERO-TRAN  PIC 9(05).
           02 NOME-TRAN    PIC X(20).
           02 NOTA1-TRAN   PIC 99V99.
           02 NOTA2-TRAN   PIC 99V99.
           02 NOTA3-TRAN   PIC 99V99.
           02 NOTA4-TRAN   PIC 99V99.
           02 SEXO-TRAN    PIC X(01).
           02 TURMA-TRAN   PIC X(03).

       FD TRANLU3
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANLU3.DAT".
       01 REG-TRAN3.
           02 FUNCAO-TRAN3  PIC X(01).
           02 COD-TRAN3     PIC 9(05).
           02 NOME-TRAN3    PIC X(20).
           02 NOTA1-TRAN3   PIC 99V99.
           02 NOTA2-TRAN3   PIC 99V99.
           02 NOTA3-TRAN3   PIC 99V99.
           02 TURMA-TRAN3   PIC X(03).

       FD FORMADOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FORMADOS.DAT".
       01 REG-FORM.
           02 FORM-NUMERO    PIC 9(05).
           02 FORM-NOME      PIC X(20).
           02 FORM-TURMA     PIC X(03).
           02 FORM-ANO       PIC 9(04).
           02 FORM-MEDIA     PIC 99V99.
           02 FORM-SITUACAO  PIC X(12).
           02 FORM-DATA      PIC 9(06).

       FD LOGEXEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGEXEC.DAT".
       01 REG-LOG.
           02 LOG-PROGRAMA    PIC X(08).
           02 LOG-DATA        PIC 9(06).
           02 LOG-LIDOS       PIC 9(07).
           02 LOG-GRAVADOS    PIC 9(07).
           02 LOG-REJEITADOS  PIC 9(07).

       SD SORT-PROM.
       01 REG-SORT.
           02 SORT-GRUPO     PIC X(01).
           02 SORT-DESTINO   PIC X(03).
           02 SORT-NOME      PIC X(20).
           02 SORT-NUMERO    PIC 9(05).
           02 SORT-TURMA     PIC X(03).
           02 SORT-SITUACAO  PIC X(12).
           02 SORT-MOVIMENTO PIC X(22).

       WORKING-STORAGE SECTION.
          77 FIM-ARQ         PIC X(03) VALUE "NAO".
          77 FIM-SORT        PIC X(03) VALUE "NAO".
          77 WS-PARM         PIC X(08) VALUE SPACES.
          77 WS-MODO         PIC X(08) VALUE "PREVIA".
          77 WS-STATUS-FIM   PIC X(02) VALUE SPACES.
          77 WS-STATUS-HIST  PIC X(02) VALUE SPACES.
          77 WS-STATUS-TUR   PIC X(02) VALUE SPACES.
          77 WS-STATUS-PROG  PIC X(02) VALUE SPACES.
          77 WS-STATUS-PARM  PIC X(02) VALUE SPACES.
          77 WS-STATUS-FORM  PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOG   PIC X(02) VALUE SPACES.
          77 ANO-FECHAMENTO  PIC 9(04) VALUE ZEROS.
          77 ANO-SEGUINTE    PIC 9(04) VALUE ZEROS.
          77 DATA-EXECUCAO   PIC 9(06) VALUE ZEROS.

          77 PROG-QTDE       PIC 9(03) VALUE ZEROS.
          77 PROG-IDX        PIC 9(03) VALUE ZEROS.
          77 PROG-ACHOU      PIC X(03) VALUE "NAO".
          77 PROG-VALIDA     PIC X(03) VALUE "SIM".
          77 TURMA-VALIDAR   PIC X(03) VALUE SPACES.
          77 TURMA-EXISTE    PIC X(03) VALUE "NAO".
          77 CONT-PROG-ERR   PIC 9(05) VALUE ZEROS.

          77 GRUPO-ALUNO     PIC X(01) VALUE SPACES.
          77 DESTINO-ALUNO   PIC X(03) VALUE SPACES.
          77 MOVIMENTO-ALUNO PIC X(22) VALUE SPACES.

          77 CONT-LIDOS      PIC 9(07) VALUE ZEROS.
          77 CONT-NAO-FECHADO PIC 9(07) VALUE ZEROS.
          77 CONT-PENDENTES  PIC 9(07) VALUE ZEROS.
          77 CONT-PROMOVIDOS PIC 9(07) VALUE ZEROS.
          77 CONT-RETIDOS    PIC 9(07) VALUE ZEROS.
          77 CONT-FORMADOS   PIC 9(07) VALUE ZEROS.
          77 CONT-SAIDAS     PIC 9(07) VALUE ZEROS.
          77 CONT-GRAVADOS   PIC 9(07) VALUE ZEROS.
          77 CONT-PROCESSADOS PIC 9(07) VALUE ZEROS.

          77 GRUPO-REL       PIC X(01) VALUE SPACES.
          77 DESTINO-REL     PIC X(03) VALUE SPACES.
          77 GRUPO-ABERTO    PIC X(03) VALUE "NAO".
          77 CONT-GRUPO      PIC 9(05) VALUE ZEROS.
          77 CONT-PAGINA     PIC 9(03) VALUE ZEROS.
          77 LINHA-PAG       PIC 9(03) VALUE ZEROS.

          01 TAB-PROG.
             02 PROG-ITEM OCCURS 100 TIMES.
                03 TAB-TURMA    PIC X(03).
                03 TAB-PROXIMA  PIC X(03).
                03 TAB-REPETE   PIC X(03).

          01 LIN-PROM-CABEC1.
             02 FILLER     PIC X(42) VALUE
                "EM01 - PROMOCAO E REMATRICULA".
             02 FILLER     PIC X(06) VALUE "DATA: ".
             02 TIT-DATA   PIC 9(06).
             02 FILLER     PIC X(08) VALUE "   PAG. ".
             02 TIT-PAGINA PIC Z(02)9.

          01 LIN-PROM-CABEC2.
             02 FILLER       PIC X(11) VALUE "ANO LETIVO ".
             02 CAB-ANO      PIC 9(04).
             02 FILLER       PIC X(06) VALUE " PARA ".
             02 CAB-ANO-SEG  PIC 9(04).
             02 FILLER       PIC X(03) VALUE " - ".
             02 CAB-MODO     PIC X(30).

          01 LIN-PROM-GRUPO.
             02 CAB-GRUPO      PIC X(06).
             02 CAB-DESTINO    PIC X(03).
             02 FILLER         PIC X(02) VALUE SPACES.
             02 CAB-DESTINO-DESC PIC X(40).

          01 LIN-PROM-CABEC3.
             02 FILLER     PIC X(34) VALUE
                "NUMERO NOME                 TURMA ".
             02 FILLER     PIC X(46) VALUE
                "SITUACAO     MOVIMENTO".

          01 LIN-PROM-DET.
             02 DET-NUMERO    PIC Z(04)9.
             02 FILLER        PIC X(02) VALUE SPACES.
             02 DET-NOME      PIC X(20).
             02 FILLER        PIC X(01) VALUE SPACES.
             02 DET-TURMA     PIC X(03).
             02 FILLER        PIC X(03) VALUE SPACES.
             02 DET-SITUACAO  PIC X(12).
             02 FILLER        PIC X(01) VALUE SPACES.
             02 DET-MOVIMENTO PIC X(22).

          01 LIN-PROM-SUBTOT.
             02 SUB-TEXTO     PIC X(30).
             02 SUB-TOTAL     PIC Z(04)9.
             02 FILLER        PIC X(07) VALUE " ALUNOS".

          01 LIN-PROM-TOTAL.
             02 TOT-TEXTO     PIC X(30).
             02 TOT-VALOR     PIC Z(06)9.

          01 LIN-PROM-RODAPE.
             02 FILLER       PIC X(80) VALUE
                "*** FIM DO RELATORIO ***".

          01 LIN-PROM-BRANCO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX30.
           PERFORM INICIO.
           SORT SORT-PROM
               ON ASCENDING KEY SORT-GRUPO
                                SORT-DESTINO
                                SORT-NOME
                                SORT-NUMERO
               INPUT PROCEDURE IS CLASSIFICA-ALUNOS
               OUTPUT PROCEDURE IS IMPRIME-PREVIA.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           EVALUATE WS-PARM
               WHEN SPACES
               WHEN "PREVIA"
                   MOVE "PREVIA" TO WS-MODO
               WHEN "APLICA"
                   MOVE "APLICA" TO WS-MODO
               WHEN OTHER
                   DISPLAY "EM01EX30: PARAMETRO INVALIDO: " WS-PARM
                   DISPLAY "EM01EX30: USE PREVIA (OU VAZIO) OU APLICA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           ACCEPT DATA-EXECUCAO FROM DATE.
           PERFORM LE-PARAMETROS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR NOT EQUAL "00"
               DISPLAY "EM01EX30: ERRO AO ABRIR CADTUR.DAT, STATUS "
                       WS-STATUS-TUR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARREGA-TURPROG.
           PERFORM VERIFICA-FECHAMENTO.
           IF WS-MODO EQUAL "APLICA" AND CONT-PENDENTES IS GREATER
              THAN ZERO
               DISPLAY "EM01EX30: " CONT-PENDENTES
                       " ALUNOS PENDENTES, TRANSACOES NAO GERADAS"
               DISPLAY "EM01EX30: CORRIJA O TURPROG/CADTUR E"
                       " EXECUTE NOVAMENTE"
               MOVE "PREVIA" TO WS-MODO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-MODO EQUAL "APLICA"
               OPEN OUTPUT TRANLU
                           TRANLU3
               OPEN EXTEND FORMADOS
               IF WS-STATUS-FORM NOT EQUAL "00"
                   OPEN OUTPUT FORMADOS
               END-IF
           END-IF.
           DISPLAY "EM01EX30: ANO LETIVO " ANO-FECHAMENTO
                   " PARA " ANO-SEGUINTE " - " WS-MODO.

       LE-PARAMETROS.
           OPEN INPUT PARMEM01.
           IF WS-STATUS-PARM NOT EQUAL "00"
               DISPLAY "EM01EX30: ERRO AO ABRIR PARMEM01.DAT, STATUS "
                       WS-STATUS-PARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMEM01 AT END
               DISPLAY "EM01EX30: PARMEM01.DAT VAZIO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF PARM-ANO-LETIVO IS NOT NUMERIC
               DISPLAY "EM01EX30: ANO LETIVO INVALIDO EM PARMEM01.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-ANO-LETIVO TO ANO-FECHAMENTO.
           ADD 1 ANO-FECHAMENTO GIVING ANO-SEGUINTE.
           CLOSE PARMEM01.

       CARREGA-TURPROG.
           OPEN INPUT TURPROG.
           IF WS-STATUS-PROG NOT EQUAL "00"
               DISPLAY "EM01EX30: ERRO AO ABRIR TURPROG.DAT, STATUS "
                       WS-STATUS-PROG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           READ TURPROG AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                      OR PROG-QTDE IS EQUAL TO 100
               PERFORM CRITICA-TURPROG
               READ TURPROG AT END MOVE "SIM" TO FIM-ARQ
           END-PERFORM.
           IF PROG-QTDE IS EQUAL TO 100 AND FIM-ARQ NOT EQUAL "SIM"
               DISPLAY "EM01EX30: TURPROG.DAT TEM MAIS DE 100 TURMAS"
               DISPLAY "EM01EX30: LINHAS APOS A 100a FORAM IGNORADAS"
           END-IF.
           CLOSE TURPROG.
           MOVE "NAO" TO FIM-ARQ.

       CRITICA-TURPROG.
           MOVE "SIM" TO PROG-VALIDA.
           IF PROG-TURMA EQUAL SPACES OR PROG-REPETE EQUAL SPACES
               MOVE "NAO" TO PROG-VALIDA
           ELSE
               MOVE PROG-REPETE TO TURMA-VALIDAR
               PERFORM VALIDA-TURMA-DESTINO
               IF TURMA-EXISTE NOT EQUAL "SIM"
                   MOVE "NAO" TO PROG-VALIDA
               END-IF
           END-IF.
           IF PROG-VALIDA EQUAL "SIM" AND PROG-PROXIMA NOT EQUAL SPACES
               MOVE PROG-PROXIMA TO TURMA-VALIDAR
               PERFORM VALIDA-TURMA-DESTINO
               IF TURMA-EXISTE NOT EQUAL "SIM"
                   MOVE "NAO" TO PROG-VALIDA
               END-IF
           END-IF.
           IF PROG-VALIDA EQUAL "SIM"
               ADD 1 TO PROG-QTDE
               MOVE PROG-TURMA   TO TAB-TURMA (PROG-QTDE)
               MOVE PROG-PROXIMA TO TAB-PROXIMA (PROG-QTDE)
               MOVE PROG-REPETE  TO TAB-REPETE (PROG-QTDE)
           ELSE
               ADD 1 TO CONT-PROG-ERR
               DISPLAY "EM01EX30: TURPROG.DAT LINHA IGNORADA: "
                       REG-PROG
           END-IF.

       VALIDA-TURMA-DESTINO.
           MOVE "NAO" TO TURMA-EXISTE.
           MOVE TURMA-VALIDAR TO TURMA-TM.
           READ CADTUR KEY IS TURMA-TM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ANO-TM EQUAL ANO-SEGUINTE
                       MOVE "SIM" TO TURMA-EXISTE
                   END-IF
           END-READ.

       VERIFICA-FECHAMENTO.
           OPEN INPUT CADFIM.
           IF WS-STATUS-FIM NOT EQUAL "00"
               DISPLAY "EM01EX30: ERRO AO ABRIR CADFIM.DAT, STATUS "
                       WS-STATUS-FIM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADHIST.
           IF WS-STATUS-HIST NOT EQUAL "00"
               DISPLAY "EM01EX30: ERRO AO ABRIR CADHIST.DAT, STATUS "
                       WS-STATUS-HIST
               DISPLAY "EM01EX30: FECHE O ANO PELO EM01EX22 ANTES DA"
                       " PROMOCAO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEITURA.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               PERFORM VERIFICA-HISTORICO
               PERFORM CLASSIFICA-SITUACAO
               IF GRUPO-ALUNO EQUAL "3"
                   ADD 1 TO CONT-PENDENTES
               END-IF
               PERFORM LEITURA
           END-PERFORM.
           CLOSE CADFIM
                 CADHIST.
           MOVE "NAO" TO FIM-ARQ.
           IF CONT-NAO-FECHADO IS GREATER THAN ZERO
               DISPLAY "EM01EX30: " CONT-NAO-FECHADO
                       " ALUNOS DO CADFIM FORA DO CADHIST DE "
                       ANO-FECHAMENTO
               DISPLAY "EM01EX30: ANO NAO FECHADO, EXECUTE O EM01EX22"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       VERIFICA-HISTORICO.
           IF ANO-FIM NOT EQUAL ANO-FECHAMENTO
               ADD 1 TO CONT-NAO-FECHADO
           ELSE
               MOVE COD-FIM TO NUMERO-HIST
               MOVE ANO-FIM TO ANO-HIST
               READ CADHIST KEY IS CHAVE-HIST
                   INVALID KEY
                       ADD 1 TO CONT-NAO-FECHADO
               END-READ
           END-IF.

       LEITURA.
           READ CADFIM AT END MOVE "SIM" TO FIM-ARQ.

       CLASSIFICA-SITUACAO.
           PERFORM BUSCA-PROGRESSAO.
           MOVE SPACES TO DESTINO-ALUNO.
           IF SITUACAO-FIM EQUAL "TRANSFERIDO" OR
              SITUACAO-FIM EQUAL "DESISTENTE"
               MOVE "4" TO GRUPO-ALUNO
               MOVE "SAIU NO ANO" TO MOVIMENTO-ALUNO
           ELSE
               PERFORM CLASSIFICA-PROGRESSAO
           END-IF.

       CLASSIFICA-PROGRESSAO.
           IF PROG-ACHOU NOT EQUAL "SIM"
               MOVE "3" TO GRUPO-ALUNO
               MOVE "TURMA SEM PROGRESSAO" TO MOVIMENTO-ALUNO
           ELSE
               EVALUATE SITUACAO-FIM
                   WHEN "APROVADO"
                   WHEN "APROVADO-REC"
                   WHEN "APROV.CONS"
                       IF TAB-PROXIMA (PROG-IDX) EQUAL SPACES
                           MOVE "2" TO GRUPO-ALUNO
                           MOVE "FORMADO" TO MOVIMENTO-ALUNO
                       ELSE
                           MOVE "1" TO GRUPO-ALUNO
                           MOVE TAB-PROXIMA (PROG-IDX)
                               TO DESTINO-ALUNO
                           MOVE "PROMOVIDO" TO MOVIMENTO-ALUNO
                       END-IF
                   WHEN "REPROVADO"
                   WHEN "REP.FALTA"
                       MOVE "1" TO GRUPO-ALUNO
                       MOVE TAB-REPETE (PROG-IDX) TO DESTINO-ALUNO
                       MOVE "RETIDO" TO MOVIMENTO-ALUNO
                   WHEN OTHER
                       MOVE "3" TO GRUPO-ALUNO
                       MOVE "SITUACAO NAO PREVISTA" TO MOVIMENTO-ALUNO
               END-EVALUATE
           END-IF.

       BUSCA-PROGRESSAO.
           MOVE "NAO" TO PROG-ACHOU.
           PERFORM VARYING PROG-IDX FROM 1 BY 1
                   UNTIL PROG-IDX IS GREATER THAN PROG-QTDE
                      OR PROG-ACHOU EQUAL "SIM"
               IF TAB-TURMA (PROG-IDX) EQUAL TURMA-FIM
                   MOVE "SIM" TO PROG-ACHOU
               END-IF
           END-PERFORM.
           IF PROG-ACHOU EQUAL "SIM"
               SUBTRACT 1 FROM PROG-IDX
           END-IF.

       CLASSIFICA-ALUNOS.
           OPEN INPUT CADFIM.
           PERFORM LEITURA.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               ADD 1 TO CONT-LIDOS
               PERFORM CLASSIFICA-SITUACAO
               PERFORM CONTA-MOVIMENTO
               IF WS-MODO EQUAL "APLICA"
                   PERFORM GERA-TRANSACOES
               END-IF
               MOVE GRUPO-ALUNO     TO SORT-GRUPO
               MOVE DESTINO-ALUNO   TO SORT-DESTINO
               MOVE NOME-FIM        TO SORT-NOME
               MOVE COD-FIM         TO SORT-NUMERO
               MOVE TURMA-FIM       TO SORT-TURMA
               MOVE SITUACAO-FIM    TO SORT-SITUACAO
               MOVE MOVIMENTO-ALUNO TO SORT-MOVIMENTO
               RELEASE REG-SORT
               PERFORM LEITURA
           END-PERFORM.
           CLOSE CADFIM.

       CONTA-MOVIMENTO.
           EVALUATE MOVIMENTO-ALUNO
               WHEN "PROMOVIDO"
                   ADD 1 TO CONT-PROMOVIDOS
               WHEN "RETIDO"
                   ADD 1 TO CONT-RETIDOS
               WHEN "FORMADO"
                   ADD 1 TO CONT-FORMADOS
               WHEN "SAIU NO ANO"
                   ADD 1 TO CONT-SAIDAS
           END-EVALUATE.

       GERA-TRANSACOES.
           IF GRUPO-ALUNO EQUAL "1"
               MOVE "A"           TO FUNCAO-TRAN
               MOVE COD-FIM       TO NUMERO-TRAN
               MOVE NOME-FIM      TO NOME-TRAN
               MOVE ZEROS         TO NOTA1-TRAN
                                     NOTA2-TRAN
                                     NOTA3-TRAN
                                     NOTA4-TRAN
               MOVE SEXO-FIM      TO SEXO-TRAN
               MOVE DESTINO-ALUNO TO TURMA-TRAN
               WRITE REG-TRAN
               MOVE "A"           TO FUNCAO-TRAN3
               MOVE COD-FIM       TO COD-TRAN3
               MOVE NOME-FIM      TO NOME-TRAN3
               MOVE ZEROS         TO NOTA1-TRAN3
                                     NOTA2-TRAN3
                                     NOTA3-TRAN3
               MOVE DESTINO-ALUNO TO TURMA-TRAN3
               WRITE REG-TRAN3
               ADD 2 TO CONT-GRAVADOS
           END-IF.
           IF GRUPO-ALUNO EQUAL "2" OR GRUPO-ALUNO EQUAL "4"
               MOVE "E"           TO FUNCAO-TRAN
               MOVE COD-FIM       TO NUMERO-TRAN
               MOVE SPACES        TO NOME-TRAN
                                     SEXO-TRAN
                                     TURMA-TRAN
               MOVE ZEROS         TO NOTA1-TRAN
                                     NOTA2-TRAN
                                     NOTA3-TRAN
                                     NOTA4-TRAN
               WRITE REG-TRAN
               MOVE "E"           TO FUNCAO-TRAN3
               MOVE COD-FIM       TO COD-TRAN3
               MOVE SPACES        TO NOME-TRAN3
                                     TURMA-TRAN3
               MOVE ZEROS         TO NOTA1-TRAN3
                                     NOTA2-TRAN3
                                     NOTA3-TRAN3
               WRITE REG-TRAN3
               ADD 2 TO CONT-GRAVADOS
           END-IF.
           IF GRUPO-ALUNO EQUAL "2"
               MOVE COD-FIM       TO FORM-NUMERO
               MOVE NOME-FIM      TO FORM-NOME
               MOVE TURMA-FIM     TO FORM-TURMA
               MOVE ANO-FIM       TO FORM-ANO
               MOVE MEDIA-FINAL   TO FORM-MEDIA
               MOVE SITUACAO-FIM  TO FORM-SITUACAO
               MOVE DATA-EXECUCAO TO FORM-DATA
               WRITE REG-FORM
           END-IF.

       IMPRIME-PREVIA.
           OPEN OUTPUT RELPROM.
           PERFORM LER-SORT.
           PERFORM PROCESSA-ALUNO UNTIL FIM-SORT EQUAL "SIM".
           IF GRUPO-ABERTO EQUAL "SIM"
               PERFORM FECHA-GRUPO
           ELSE
               PERFORM CABECALHO-PAGINA
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           WRITE LINHA-PROM FROM LIN-PROM-RODAPE.
           CLOSE RELPROM.

       LER-SORT.
           RETURN SORT-PROM
               AT END MOVE "SIM" TO FIM-SORT
           END-RETURN.

       PROCESSA-ALUNO.
           IF GRUPO-ABERTO NOT EQUAL "SIM"
               PERFORM ABRE-GRUPO
           ELSE
               IF SORT-GRUPO NOT EQUAL GRUPO-REL OR
                  SORT-DESTINO NOT EQUAL DESTINO-REL
                   PERFORM FECHA-GRUPO
                   PERFORM ABRE-GRUPO
               END-IF
           END-IF.
           IF LINHA-PAG IS GREATER THAN 55
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE SORT-NUMERO    TO DET-NUMERO.
           MOVE SORT-NOME      TO DET-NOME.
           MOVE SORT-TURMA     TO DET-TURMA.
           MOVE SORT-SITUACAO  TO DET-SITUACAO.
           MOVE SORT-MOVIMENTO TO DET-MOVIMENTO.
           WRITE LINHA-PROM FROM LIN-PROM-DET.
           ADD 1 TO LINHA-PAG.
           ADD 1 TO CONT-GRUPO.
           PERFORM LER-SORT.

       ABRE-GRUPO.
           MOVE SORT-GRUPO   TO GRUPO-REL.
           MOVE SORT-DESTINO TO DESTINO-REL.
           MOVE "SIM" TO GRUPO-ABERTO.
           MOVE ZEROS TO CONT-GRUPO.
           PERFORM CABECALHO-PAGINA.

       CABECALHO-PAGINA.
           IF CONT-PAGINA IS GREATER THAN ZERO
               WRITE LINHA-PROM FROM LIN-PROM-BRANCO
           END-IF.
           ADD 1 TO CONT-PAGINA.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           MOVE CONT-PAGINA   TO TIT-PAGINA.
           WRITE LINHA-PROM FROM LIN-PROM-CABEC1.
           MOVE ANO-FECHAMENTO TO CAB-ANO.
           MOVE ANO-SEGUINTE   TO CAB-ANO-SEG.
           IF WS-MODO EQUAL "APLICA"
               MOVE "TRANSACOES GERADAS" TO CAB-MODO
           ELSE
               MOVE "PREVIA, NADA FOI APLICADO" TO CAB-MODO
           END-IF.
           WRITE LINHA-PROM FROM LIN-PROM-CABEC2.
           MOVE 2 TO LINHA-PAG.
           IF GRUPO-ABERTO EQUAL "SIM"
               PERFORM MONTA-CABEC-GRUPO
               WRITE LINHA-PROM FROM LIN-PROM-GRUPO
               WRITE LINHA-PROM FROM LIN-PROM-CABEC3
               ADD 2 TO LINHA-PAG
           END-IF.

       MONTA-CABEC-GRUPO.
           MOVE SPACES TO CAB-DESTINO
                          CAB-DESTINO-DESC.
           EVALUATE GRUPO-REL
               WHEN "1"
                   MOVE "TURMA " TO CAB-GRUPO
                   MOVE DESTINO-REL TO CAB-DESTINO
                   MOVE DESTINO-REL TO TURMA-TM
                   READ CADTUR KEY IS TURMA-TM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DESC-TM TO CAB-DESTINO-DESC
                   END-READ
               WHEN "2"
                   MOVE SPACES TO CAB-GRUPO
                   MOVE "FORMADOS - NAO REMATRICULADOS"
                       TO CAB-DESTINO-DESC
               WHEN "4"
                   MOVE SPACES TO CAB-GRUPO
                   MOVE "TRANSFERIDOS E DESISTENTES NO ANO"
                       TO CAB-DESTINO-DESC
               WHEN OTHER
                   MOVE SPACES TO CAB-GRUPO
                   MOVE "PENDENTES - SEM TRANSACAO GERADA"
                       TO CAB-DESTINO-DESC
           END-EVALUATE.

       FECHA-GRUPO.
           MOVE SPACES TO SUB-TEXTO.
           EVALUATE GRUPO-REL
               WHEN "1"
                   STRING "TOTAL DA TURMA " DESTINO-REL " EM "
                          ANO-SEGUINTE ": "
                       DELIMITED BY SIZE INTO SUB-TEXTO
               WHEN "2"
                   MOVE "TOTAL DE FORMADOS: " TO SUB-TEXTO
               WHEN "4"
                   MOVE "TOTAL DE SAIDAS NO ANO: " TO SUB-TEXTO
               WHEN OTHER
                   MOVE "TOTAL DE PENDENTES: " TO SUB-TEXTO
           END-EVALUATE.
           MOVE CONT-GRUPO TO SUB-TOTAL.
           WRITE LINHA-PROM FROM LIN-PROM-SUBTOT.
           ADD 1 TO LINHA-PAG.
           MOVE "NAO" TO GRUPO-ABERTO.

       IMPRIME-TOTAIS.
           WRITE LINHA-PROM FROM LIN-PROM-BRANCO.
           MOVE "ALUNOS LIDOS DO CADFIM: " TO TOT-TEXTO.
           MOVE CONT-LIDOS TO TOT-VALOR.
           WRITE LINHA-PROM FROM LIN-PROM-TOTAL.
           MOVE "PROMOVIDOS: " TO TOT-TEXTO.
           MOVE CONT-PROMOVIDOS TO TOT-VALOR.
           WRITE LINHA-PROM FROM LIN-PROM-TOTAL.
           MOVE "RETIDOS: " TO TOT-TEXTO.
           MOVE CONT-RETIDOS TO TOT-VALOR.
           WRITE LINHA-PROM FROM LIN-PROM-TOTAL.
           MOVE "FORMADOS: " TO TOT-TEXTO.
           MOVE CONT-FORMADOS TO TOT-VALOR.
           WRITE LINHA-PROM FROM LIN-PROM-TOTAL.
           MOVE "TRANSFERIDOS/DESISTENTES: " TO TOT-TEXTO.
           MOVE CONT-SAIDAS TO TOT-VALOR.
           WRITE LINHA-PROM FROM LIN-PROM-TOTAL.
           MOVE "PENDENTES: " TO TOT-TEXTO.
           MOVE CONT-PENDENTES TO TOT-VALOR.
           WRITE LINHA-PROM FROM LIN-PROM-TOTAL.
           MOVE "LINHAS DO TURPROG IGNORADAS: " TO TOT-TEXTO.
           MOVE CONT-PROG-ERR TO TOT-VALOR.
           WRITE LINHA-PROM FROM LIN-PROM-TOTAL.

       GRAVA-LOG-EXECUCAO.
           MOVE "EM01EX30" TO LOG-PROGRAMA.
           ACCEPT LOG-DATA FROM DATE.
           ADD CONT-PROMOVIDOS CONT-RETIDOS CONT-FORMADOS CONT-SAIDAS
               GIVING CONT-PROCESSADOS.
           MOVE CONT-LIDOS       TO LOG-LIDOS.
           MOVE CONT-PROCESSADOS TO LOG-GRAVADOS.
           MOVE CONT-PENDENTES   TO LOG-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           IF WS-STATUS-LOG NOT EQUAL "00"
               OPEN OUTPUT LOGEXEC
           END-IF.
           WRITE REG-LOG.
           CLOSE LOGEXEC.

       TERMINO.
           IF WS-MODO EQUAL "APLICA"
               CLOSE TRANLU
                     TRANLU3
                     FORMADOS
           END-IF.
           CLOSE CADTUR.
           PERFORM GRAVA-LOG-EXECUCAO.
           DISPLAY "EM01EX30: LIDOS " CONT-LIDOS
                   " PROMOVIDOS " CONT-PROMOVIDOS
                   " RETIDOS " CONT-RETIDOS
                   " FORMADOS " CONT-FORMADOS
                   " SAIDAS " CONT-SAIDAS
                   " PENDENTES " CONT-PENDENTES.
           IF WS-MODO EQUAL "APLICA"
               DISPLAY "EM01EX30: TRANSACOES GRAVADAS " CONT-GRAVADOS
                       " EM TRANLU.DAT E TRANLU3.DAT"
           END-IF.
