       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX34.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       PENDENCIAS DE LANCAMENTO DE NOTAS DO BIMESTRE.
      *               PARA O ANO LETIVO E O BIMESTRE INFORMADOS NO
      *               PARMEM01 PERCORRE O CADASTRO DE ATRIBUICAO DE
      *               PROFESSORES CADPROF (MANTIDO PELO EM01EX24 COM O
      *               PARAMETRO "PROF") E, PARA CADA TURMA/DISCIPLINA
      *               ATRIBUIDA, CONFERE NO CADNOTA A NOTA DO BIMESTRE
      *               DE CADA ALUNO DA TURMA NO CADALU7. NOTA AUSENTE E
      *               REGISTRO INEXISTENTE NO CADNOTA, DE OUTRO ANO
      *               LETIVO OU COM A NOTA DO BIMESTRE ZERADA. GRAVA NO
      *               RELATORIO RELPEND CADA TURMA/DISCIPLINA COM NOTA
      *               AUSENTE, COM O PROFESSOR RESPONSAVEL, O NUMERO DE
      *               ALUNOS E O NUMERO DE NOTAS AUSENTES, E OS TOTAIS
      *               NO FINAL. TERMINA COM RETURN-CODE 8 QUANDO HA
      *               PENDENCIA, PARA QUE A CADEIA PARE ANTES DO
      *               EM01EX14, E 12 SE O PARMEM01 FOR INVALIDO OU SE O
      *               CADPROF, O CADALU7 OU O CADNOTA NAO PUDEREM SER
      *               ABERTOS.
      *               ALUNO TRANSFERIDO OU DESISTENTE NO CADASTRO DE
      *               SITUACAO DA MATRICULA CADMAT (EM01EX09) NAO TEM
      *               NOTA ESPERADA E NAO E CONFERIDO; SEM O CADMAT
      *               TODOS OS ALUNOS DA TURMA SAO CONFERIDOS.
      *               TURMA COM MAIS DE 100 ALUNOS TERMINA COM
      *               RETURN-CODE 12. NO LOGEXEC OS TOTAIS SAO POR
      *               ATRIBUICAO: GRAVADAS AS COMPLETAS E REJEITADAS AS
      *               INCOMPLETAS E AS DE TURMA SEM ALUNOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PF
           FILE STATUS IS WS-STATUS-PF.
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
           SELECT CADDIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISC-DM
           FILE STATUS IS WS-STATUS-DIS.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT CADMAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-MAT
           FILE STATUS IS WS-STATUS-MAT.
           SELECT RELPEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD CADPROF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF.DAT".
       01 REG-PF.
           02 CHAVE-PF.
              03 TURMA-PF   PIC X(03).
              03 DISC-PF    PIC 9(03).
           02 PROFESSOR-PF  PIC X(30).

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

       FD CADDIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIS.DAT".
       01 REG-DM.
           02 DISC-DM       PIC 9(03).
           02 NOME-DM       PIC X(15).

       FD PARMEM01
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMEM01.DAT".
       01 REG-PARM.
           02 PARM-ANO-LETIVO   PIC 9(04).
           02 PARM-BIMESTRE     PIC 9(01).
           02 FILLER            PIC X(75).

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

       FD RELPEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELPEND.DAT".
       01 LINHA-PEND     PIC X(80).

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
          77 FIM-ALU         PIC X(03) VALUE "NAO".
          77 WS-STATUS-PF    PIC X(02) VALUE SPACES.
          77 WS-STATUS-ALU   PIC X(02) VALUE SPACES.
          77 WS-STATUS-NT    PIC X(02) VALUE SPACES.
          77 WS-STATUS-DIS   PIC X(02) VALUE SPACES.
          77 WS-STATUS-PARM  PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOG   PIC X(02) VALUE SPACES.
          77 CADDIS-ABERTO   PIC X(03) VALUE "NAO".
          77 WS-STATUS-MAT   PIC X(02) VALUE SPACES.
          77 CADMAT-ABERTO   PIC X(03) VALUE "NAO".
          77 SIT-MATRICULA   PIC X(01) VALUE SPACES.
          77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
          77 BIMESTRE        PIC 9(01) VALUE ZEROS.
          77 DATA-EXECUCAO   PIC 9(06) VALUE ZEROS.

          77 TURMA-CARREGADA PIC X(03) VALUE SPACES.
          77 ALU-IDX         PIC 9(03) VALUE ZEROS.
          77 CONT-AUSENTES   PIC 9(05) VALUE ZEROS.

          77 CONT-ATRIBUICOES PIC 9(07) VALUE ZEROS.
          77 CONT-INCOMPLETAS PIC 9(07) VALUE ZEROS.
          77 CONT-SEM-ALUNOS  PIC 9(07) VALUE ZEROS.
          77 TOT-AUSENTES     PIC 9(07) VALUE ZEROS.
          77 CONT-COMPLETAS   PIC 9(07) VALUE ZEROS.
          77 CONT-REJ-LOG     PIC 9(07) VALUE ZEROS.

          77 CONT-PAGINA     PIC 9(03) VALUE ZEROS.
          77 LINHA-PAG       PIC 9(03) VALUE 99.

          01 TAB-TURMA.
             02 TUR-QTDE      PIC 9(03) VALUE ZEROS.
             02 TUR-ITEM OCCURS 100 TIMES.
                03 TUR-NUMERO PIC 9(05).

          01 LIN-PEND-CABEC1.
             02 FILLER     PIC X(42) VALUE
                "EM01 - PENDENCIAS DE LANCAMENTO DE NOTAS".
             02 FILLER     PIC X(06) VALUE "DATA: ".
             02 TIT-DATA   PIC 9(06).
             02 FILLER     PIC X(08) VALUE "   PAG. ".
             02 TIT-PAGINA PIC Z(02)9.

          01 LIN-PEND-PERIODO.
             02 FILLER     PIC X(11) VALUE "ANO LETIVO ".
             02 CAB-ANO    PIC 9(04).
             02 FILLER     PIC X(11) VALUE "  BIMESTRE ".
             02 CAB-BIM    PIC 9(01).

          01 LIN-PEND-CABEC2.
             02 FILLER     PIC X(40) VALUE
                "TUR DISC NOME DISCIPLINA PROFESSOR      ".
             02 FILLER     PIC X(40) VALUE
                "               ALUNOS FALTAM".

          01 LIN-PEND-DET.
             02 DET-TURMA      PIC X(03).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-DISC       PIC 9(03).
             02 FILLER         PIC X(02) VALUE SPACES.
             02 DET-NOME-DISC  PIC X(15).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-PROFESSOR  PIC X(30).
             02 FILLER         PIC X(03) VALUE SPACES.
             02 DET-ALUNOS     PIC ZZ9.
             02 FILLER         PIC X(04) VALUE SPACES.
             02 DET-AUSENTES   PIC ZZ9.

          01 LIN-PEND-TOTAL1.
             02 FILLER       PIC X(32) VALUE
                "ATRIBUICOES VERIFICADAS ......: ".
             02 TOT-ATRIB    PIC Z(06)9.
          01 LIN-PEND-TOTAL2.
             02 FILLER       PIC X(32) VALUE
                "TURMA/DISCIPLINA INCOMPLETAS .: ".
             02 TOT-INCOMPL  PIC Z(06)9.
          01 LIN-PEND-TOTAL3.
             02 FILLER       PIC X(32) VALUE
                "NOTAS AUSENTES ...............: ".
             02 TOT-NOTAS    PIC Z(06)9.
          01 LIN-PEND-TOTAL4.
             02 FILLER       PIC X(32) VALUE
                "ATRIBUICOES SEM ALUNOS .......: ".
             02 TOT-SEM-ALU  PIC Z(06)9.

          01 LIN-PEND-COMPLETO  PIC X(80) VALUE
             "*** TODAS AS NOTAS DO BIMESTRE ESTAO LANCADAS ***".
          01 LIN-PEND-RODAPE    PIC X(80) VALUE
             "*** FIM DO RELATORIO ***".
          01 LIN-PEND-BRANCO    PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX34.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXECUCAO FROM DATE.
           PERFORM LE-PARAMETROS.
           OPEN INPUT CADPROF.
           IF WS-STATUS-PF NOT EQUAL "00"
               DISPLAY "EM01EX34: ERRO AO ABRIR CADPROF.DAT, STATUS "
                       WS-STATUS-PF
               DISPLAY "EM01EX34: CADASTRE AS ATRIBUICOES PELO"
                       " EM01EX24 PROF"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADALU7.
           IF WS-STATUS-ALU NOT EQUAL "00"
               DISPLAY "EM01EX34: ERRO AO ABRIR CADALU7.DAT, STATUS "
                       WS-STATUS-ALU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADNOTA.
           IF WS-STATUS-NT NOT EQUAL "00"
               DISPLAY "EM01EX34: ERRO AO ABRIR CADNOTA.DAT, STATUS "
                       WS-STATUS-NT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADDIS.
           IF WS-STATUS-DIS EQUAL "00"
               MOVE "SIM" TO CADDIS-ABERTO
           ELSE
               DISPLAY "EM01EX34: CADDIS.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-DIS ", NOME DA DISCIPLINA EM BRANCO"
           END-IF.
           OPEN INPUT CADMAT.
           IF WS-STATUS-MAT EQUAL "00"
               MOVE "SIM" TO CADMAT-ABERTO
           ELSE
               DISPLAY "EM01EX34: CADMAT.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-MAT ", TODOS OS ALUNOS ATIVOS"
           END-IF.
           OPEN OUTPUT RELPEND.
           PERFORM LEITURA.

       LE-PARAMETROS.
           OPEN INPUT PARMEM01.
           IF WS-STATUS-PARM NOT EQUAL "00"
               DISPLAY "EM01EX34: ERRO AO ABRIR PARMEM01.DAT, STATUS "
                       WS-STATUS-PARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMEM01 AT END
               DISPLAY "EM01EX34: PARMEM01.DAT VAZIO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF PARM-ANO-LETIVO IS NOT NUMERIC OR
              PARM-BIMESTRE IS NOT NUMERIC OR
              PARM-BIMESTRE IS LESS THAN 1 OR
              PARM-BIMESTRE IS GREATER THAN 4
               DISPLAY "EM01EX34: ANO LETIVO OU BIMESTRE INVALIDO EM"
                       " PARMEM01.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-ANO-LETIVO TO ANO-LETIVO.
           MOVE PARM-BIMESTRE   TO BIMESTRE.
           CLOSE PARMEM01.
           DISPLAY "EM01EX34: ANO LETIVO " ANO-LETIVO
                   " BIMESTRE " BIMESTRE.

       LEITURA.
           READ CADPROF NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO CONT-ATRIBUICOES.
           IF TURMA-PF NOT EQUAL TURMA-CARREGADA
               PERFORM CARREGA-TURMA
           END-IF.
           IF TUR-QTDE EQUAL ZERO
               ADD 1 TO CONT-SEM-ALUNOS
           ELSE
               MOVE ZEROS TO CONT-AUSENTES
               PERFORM CONFERE-ALUNO
                   VARYING ALU-IDX FROM 1 BY 1
                   UNTIL ALU-IDX IS GREATER THAN TUR-QTDE
               IF CONT-AUSENTES IS GREATER THAN ZERO
                   PERFORM IMPRIME-PENDENCIA
               END-IF
           END-IF.
           PERFORM LEITURA.

       CARREGA-TURMA.
           MOVE TURMA-PF TO TURMA-CARREGADA.
           MOVE ZEROS TO TUR-QTDE.
           CLOSE CADALU7.
           OPEN INPUT CADALU7.
           MOVE "NAO" TO FIM-ALU.
           PERFORM UNTIL FIM-ALU EQUAL "SIM"
               READ CADALU7 NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ALU
                   NOT AT END
                       IF TURMA-ENT EQUAL TURMA-CARREGADA
                           PERFORM BUSCA-MATRICULA
                           IF SIT-MATRICULA NOT EQUAL "T" AND
                              SIT-MATRICULA NOT EQUAL "D"
                               IF TUR-QTDE EQUAL 100
                                   PERFORM TURMA-EXCEDIDA
                               END-IF
                               ADD 1 TO TUR-QTDE
                               MOVE NUMERO-ENT
                                   TO TUR-NUMERO (TUR-QTDE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TURMA-EXCEDIDA.
           DISPLAY "EM01EX34: TURMA " TURMA-CARREGADA
                   " COM MAIS DE 100 ALUNOS NO CADALU7".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

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

       CONFERE-ALUNO.
           MOVE TUR-NUMERO (ALU-IDX) TO NUMERO-NT.
           MOVE DISC-PF              TO DISC-NT.
           READ CADNOTA KEY IS CHAVE-NT
               INVALID KEY
                   ADD 1 TO CONT-AUSENTES
               NOT INVALID KEY
                   IF ANO-NT NOT EQUAL ANO-LETIVO OR
                      NOTA-BIM-NT (BIMESTRE) IS NOT NUMERIC OR
                      NOTA-BIM-NT (BIMESTRE) EQUAL ZEROS
                       ADD 1 TO CONT-AUSENTES
                   END-IF
           END-READ.

       IMPRIME-PENDENCIA.
           IF LINHA-PAG IS GREATER THAN 55
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE TURMA-PF     TO DET-TURMA.
           MOVE DISC-PF      TO DET-DISC.
           PERFORM BUSCA-NOME-DISC.
           MOVE PROFESSOR-PF  TO DET-PROFESSOR.
           MOVE TUR-QTDE      TO DET-ALUNOS.
           MOVE CONT-AUSENTES TO DET-AUSENTES.
           WRITE LINHA-PEND FROM LIN-PEND-DET.
           ADD 1 TO LINHA-PAG.
           ADD 1 TO CONT-INCOMPLETAS.
           ADD CONT-AUSENTES TO TOT-AUSENTES.

       BUSCA-NOME-DISC.
           MOVE SPACES TO DET-NOME-DISC.
           IF CADDIS-ABERTO EQUAL "SIM"
               MOVE DISC-PF TO DISC-DM
               READ CADDIS KEY IS DISC-DM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-DM TO DET-NOME-DISC
               END-READ
           END-IF.

       CABECALHO-PAGINA.
           IF CONT-PAGINA IS GREATER THAN ZERO
               WRITE LINHA-PEND FROM LIN-PEND-BRANCO
           END-IF.
           ADD 1 TO CONT-PAGINA.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           MOVE CONT-PAGINA   TO TIT-PAGINA.
           WRITE LINHA-PEND FROM LIN-PEND-CABEC1.
           MOVE ANO-LETIVO TO CAB-ANO.
           MOVE BIMESTRE   TO CAB-BIM.
           WRITE LINHA-PEND FROM LIN-PEND-PERIODO.
           WRITE LINHA-PEND FROM LIN-PEND-CABEC2.
           MOVE 3 TO LINHA-PAG.

       IMPRIME-TOTAIS.
           IF LINHA-PAG IS GREATER THAN 49
               PERFORM CABECALHO-PAGINA
           END-IF.
           WRITE LINHA-PEND FROM LIN-PEND-BRANCO.
           IF CONT-INCOMPLETAS EQUAL ZERO
               WRITE LINHA-PEND FROM LIN-PEND-COMPLETO
           END-IF.
           MOVE CONT-ATRIBUICOES TO TOT-ATRIB.
           WRITE LINHA-PEND FROM LIN-PEND-TOTAL1.
           MOVE CONT-INCOMPLETAS TO TOT-INCOMPL.
           WRITE LINHA-PEND FROM LIN-PEND-TOTAL2.
           MOVE TOT-AUSENTES     TO TOT-NOTAS.
           WRITE LINHA-PEND FROM LIN-PEND-TOTAL3.
           MOVE CONT-SEM-ALUNOS  TO TOT-SEM-ALU.
           WRITE LINHA-PEND FROM LIN-PEND-TOTAL4.
           WRITE LINHA-PEND FROM LIN-PEND-RODAPE.

       GRAVA-LOG-EXECUCAO.
           MOVE "EM01EX34" TO LOG-PROGRAMA.
           ACCEPT LOG-DATA FROM DATE.
           ADD CONT-INCOMPLETAS CONT-SEM-ALUNOS GIVING CONT-REJ-LOG.
           SUBTRACT CONT-REJ-LOG FROM CONT-ATRIBUICOES
               GIVING CONT-COMPLETAS.
           MOVE CONT-ATRIBUICOES TO LOG-LIDOS.
           MOVE CONT-COMPLETAS   TO LOG-GRAVADOS.
           MOVE CONT-REJ-LOG     TO LOG-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           IF WS-STATUS-LOG NOT EQUAL "00"
               OPEN OUTPUT LOGEXEC
           END-IF.
           WRITE REG-LOG.
           CLOSE LOGEXEC.

       TERMINO.
           PERFORM IMPRIME-TOTAIS.
           PERFORM GRAVA-LOG-EXECUCAO.
           CLOSE CADPROF
                 CADALU7
                 CADNOTA
                 RELPEND.
           IF CADDIS-ABERTO EQUAL "SIM"
               CLOSE CADDIS
           END-IF.
           IF CADMAT-ABERTO EQUAL "SIM"
               CLOSE CADMAT
           END-IF.
           DISPLAY "EM01EX34: ATRIBUICOES " CONT-ATRIBUICOES
                   " INCOMPLETAS " CONT-INCOMPLETAS
                   " NOTAS AUSENTES " TOT-AUSENTES.
           IF CONT-INCOMPLETAS IS GREATER THAN ZERO
               DISPLAY "EM01EX34: HA NOTAS DO BIMESTRE " BIMESTRE
                       " NAO LANCADAS, VEJA RELPEND.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF.
