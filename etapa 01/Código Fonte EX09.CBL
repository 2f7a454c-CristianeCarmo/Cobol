      *               EXCLUSAO DE REGISTROS NO ARQUIVO INDEXADO CADALU,
      *               GRAVANDO O RESULTADO DE CADA TRANSACAO NO ARQUIVO
      *               LOGMANUT.
      *               CADA INCLUSAO, ALTERACAO OU EXCLUSAO EFETIVADA
      *               GRAVA TAMBEM NO ARQUIVO HISTMNT AS IMAGENS ANTES E
      *               DEPOIS DO REGISTRO, COM DATA, HORA, OPERADOR
      *               (INFORMADO COMO PARAMETRO DE EXECUCAO, "BATCH" NA
      *               FALTA DELE) E ORIGEM TRANLU-OK. O HISTORICO E
      *               LISTADO PELO EM01EX29.
      *               CONTROLE DE EXECUCAO PELO ARQUIVO RUNCTL:
      *               MARCA-SE EM EXECUCAO NO INICIO E CONCLUIDO
      *               NO TERMINO, E NAO RODA ENQUANTO O EM01EX07
      *               ESTIVER EM EXECUCAO (RETURN-CODE 12).
      *               EXECUCAO ABORTADA DEIXA A MARCA; REMOVA O
      *               RUNCTL.DAT PARA LIBERAR.
      *               AS FUNCOES T (TRANSFERENCIA) E D (DESISTENCIA) NAO
      *               EXCLUEM O ALUNO: GRAVAM NO ARQUIVO INDEXADO CADMAT
      *               A SITUACAO DA MATRICULA (A = ATIVA, T =
      *               TRANSFERIDO, D = DESISTENTE) COM A DATA EFETIVA, A
      *               ESCOLA DE DESTINO E A TURMA DO ALUNO; A FUNCAO R
      *               REATIVA A MATRICULA. ALUNO SEM REGISTRO NO CADMAT
      *               ESTA ATIVO. AS MUDANCAS DE SITUACAO VAO PARA O
      *               HISTMNT COMO CADASTRO CADMAT.
      *               NA INCLUSAO OU EXCLUSAO EFETIVADA O REGISTRO DO
      *               ALUNO NO CADMAT, SE HOUVER, E EXCLUIDO (O NUMERO
      *               VOLTA A ESTAR ATIVO), COM A IMAGEM NO HISTMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOGMANUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOGM.
           SELECT HISTMNT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HMT.
           SELECT CADMAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-MAT
           FILE STATUS IS WS-STATUS-MAT.
           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       01 REG-TRAN.
           02 FUNCAO-TRAN  PIC X(01).
           02 NUMERO-TRAN  PIC 9(05).
           02 DADOS-ALUNO.
              03 NOME-TRAN    PIC X(20).
              03 NOTA1-TRAN   PIC 99V99.
              03 NOTA2-TRAN   PIC 99V99.
              03 NOTA3-TRAN   PIC 99V99.
              03 NOTA4-TRAN   PIC 99V99.
              03 SEXO-TRAN    PIC X(01).
              03 TURMA-TRAN   PIC X(03).
           02 DADOS-SIT REDEFINES DADOS-ALUNO.
              03 DATA-SIT-TRAN PIC 9(06).
              03 ESCOLA-TRAN   PIC X(30).
              03 FILLER        PIC X(04).

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

       FD LOGMANUT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGMANUT.DAT".
       01 LINHA-LOG      PIC X(80).

       FD HISTMNT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTMNT.DAT".
       01 REG-HMT.
           02 HMT-DATA     PIC 9(06).
           02 HMT-HORA     PIC 9(08).
           02 HMT-OPERADOR PIC X(08).
           02 HMT-PROGRAMA PIC X(08).
           02 HMT-ORIGEM   PIC X(10).
           02 HMT-CADASTRO PIC X(07).
           02 HMT-FUNCAO   PIC X(01).
           02 HMT-NUMERO   PIC 9(05).
           02 HMT-DISC     PIC 9(03).
           02 HMT-TURMA    PIC X(03).
           02 HMT-ANTES    PIC X(80).
           02 HMT-DEPOIS   PIC X(80).

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".
          77 WS-STATUS-CADALU  PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOGM    PIC X(02) VALUE SPACES.
          77 DATA-EXECUCAO     PIC 9(06) VALUE ZEROS.
          77 WS-STATUS-HMT     PIC X(02) VALUE SPACES.
          77 WS-PARM           PIC X(08) VALUE SPACES.
          77 OPERADOR          PIC X(08) VALUE "BATCH".
          77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
          77 MAT-EXISTE        PIC X(03) VALUE "NAO".
          77 SITUACAO-NOVA     PIC X(01) VALUE SPACES.
          77 HIST-CADMAT       PIC X(03) VALUE "NAO".

          01 LIN-LOG.
             02 LOG-DATA-MNT   PIC 9(06).
           STOP RUN.

       INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT EQUAL SPACES
               MOVE WS-PARM TO OPERADOR
           END-IF.
           PERFORM VERIFICA-CONTROLE.
           OPEN I-O CADALU.
           IF WS-STATUS-CADALU EQUAL "35"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CADMAT.
           IF WS-STATUS-MAT EQUAL "35"
               OPEN OUTPUT CADMAT
               CLOSE CADMAT
               OPEN I-O CADMAT
           END-IF.
           IF WS-STATUS-MAT NOT EQUAL "00"
               DISPLAY "EM01EX09: ERRO AO ABRIR CADMAT.DAT, STATUS "
                       WS-STATUS-MAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT DATA-EXECUCAO FROM DATE.
           OPEN INPUT TRANLU.
           OPEN EXTEND LOGMANUT.
           IF WS-STATUS-LOGM NOT EQUAL "00"
               OPEN OUTPUT LOGMANUT
           END-IF.
           OPEN EXTEND HISTMNT.
           IF WS-STATUS-HMT NOT EQUAL "00"
               OPEN OUTPUT HISTMNT
           END-IF.
           PERFORM LEITURA.

       LEITURA.
               WHEN "E"
               WHEN "e"
                   PERFORM EXCLUIR
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO SITUACAO-NOVA
                   PERFORM REGISTRA-SITUACAO
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO SITUACAO-NOVA
                   PERFORM REGISTRA-SITUACAO
               WHEN "R"
               WHEN "r"
                   PERFORM REATIVAR
               WHEN OTHER
                   PERFORM FUNCAO-INVALIDA
           END-EVALUATE.
                   MOVE "ALUNO JA CADASTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   MOVE "INCLUIDO COM SUCESSO" TO LOG-RESULTADO
                   MOVE "I"       TO HMT-FUNCAO
                   MOVE SPACES    TO HMT-ANTES
                   MOVE REG-ENT   TO HMT-DEPOIS
                   MOVE TURMA-ENT TO HMT-TURMA
                   PERFORM GRAVA-HISTORICO
                   PERFORM LIMPA-CADMAT
           END-WRITE.
           PERFORM GRAVA-LOG.

               INVALID KEY
                   MOVE "ALUNO NAO ENCONTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   MOVE REG-ENT    TO HMT-ANTES
                   MOVE NOME-TRAN  TO NOME-ENT
                   MOVE NOTA1-TRAN TO NOTA1
                   MOVE NOTA2-TRAN TO NOTA2
                   MOVE TURMA-TRAN TO TURMA-ENT
                   REWRITE REG-ENT
                   MOVE "ALTERADO COM SUCESSO" TO LOG-RESULTADO
                   MOVE "A"       TO HMT-FUNCAO
                   MOVE REG-ENT   TO HMT-DEPOIS
                   MOVE TURMA-ENT TO HMT-TURMA
                   PERFORM GRAVA-HISTORICO
           END-READ.
           PERFORM GRAVA-LOG.

               INVALID KEY
                   MOVE "ALUNO NAO ENCONTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   MOVE "E"       TO HMT-FUNCAO
                   MOVE REG-ENT   TO HMT-ANTES
                   MOVE SPACES    TO HMT-DEPOIS
                   MOVE TURMA-ENT TO HMT-TURMA
                   DELETE CADALU RECORD
                   MOVE "EXCLUIDO COM SUCESSO" TO LOG-RESULTADO
                   PERFORM GRAVA-HISTORICO
                   PERFORM LIMPA-CADMAT
           END-READ.
           PERFORM GRAVA-LOG.

       REGISTRA-SITUACAO.
           MOVE NUMERO-TRAN TO NUMERO-ENT.
           READ CADALU KEY IS NUMERO-ENT
               INVALID KEY
                   MOVE "ALUNO NAO ENCONTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   PERFORM LE-CADMAT
                   IF SITUACAO-MAT EQUAL "T" OR SITUACAO-MAT EQUAL "D"
                       MOVE "SITUACAO JA REGISTRADA" TO LOG-RESULTADO
                   ELSE
                       MOVE SITUACAO-NOVA TO SITUACAO-MAT
                       MOVE DATA-SIT-TRAN TO DATA-SIT-MAT
                       MOVE ESCOLA-TRAN   TO ESCOLA-MAT
                       PERFORM GRAVA-CADMAT
                       IF SITUACAO-NOVA EQUAL "T"
                           MOVE "TRANSFERENCIA REGISTRADA"
                               TO LOG-RESULTADO
                       ELSE
                           MOVE "DESISTENCIA REGISTRADA"
                               TO LOG-RESULTADO
                       END-IF
                   END-IF
           END-READ.
           PERFORM GRAVA-LOG.

       REATIVAR.
           MOVE NUMERO-TRAN TO NUMERO-ENT.
           READ CADALU KEY IS NUMERO-ENT
               INVALID KEY
                   MOVE "ALUNO NAO ENCONTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   PERFORM LE-CADMAT
                   IF SITUACAO-MAT EQUAL "T" OR SITUACAO-MAT EQUAL "D"
                       MOVE "R" TO SITUACAO-NOVA
                       MOVE "A" TO SITUACAO-MAT
                       IF DATA-SIT-TRAN IS NUMERIC AND
                          DATA-SIT-TRAN IS NOT EQUAL TO ZEROS
                           MOVE DATA-SIT-TRAN TO DATA-SIT-MAT
                       ELSE
                           MOVE DATA-EXECUCAO TO DATA-SIT-MAT
                       END-IF
                       MOVE SPACES TO ESCOLA-MAT
                       PERFORM GRAVA-CADMAT
                       MOVE "MATRICULA REATIVADA" TO LOG-RESULTADO
                   ELSE
                       MOVE "ALUNO JA ATIVO" TO LOG-RESULTADO
                   END-IF
           END-READ.
           PERFORM GRAVA-LOG.

       LE-CADMAT.
           MOVE NUMERO-TRAN TO NUMERO-MAT.
           READ CADMAT KEY IS NUMERO-MAT
               INVALID KEY
                   MOVE "NAO" TO MAT-EXISTE
                   MOVE SPACES TO REG-MAT
                   MOVE NUMERO-TRAN TO NUMERO-MAT
                   MOVE SPACES TO HMT-ANTES
               NOT INVALID KEY
                   MOVE "SIM" TO MAT-EXISTE
                   MOVE REG-MAT TO HMT-ANTES
           END-READ.

       GRAVA-CADMAT.
           MOVE TURMA-ENT     TO TURMA-MAT.
           MOVE DATA-EXECUCAO TO DATA-REG-MAT.
           IF MAT-EXISTE EQUAL "SIM"
               REWRITE REG-MAT
           ELSE
               WRITE REG-MAT
           END-IF.
           MOVE SITUACAO-NOVA TO HMT-FUNCAO.
           MOVE REG-MAT       TO HMT-DEPOIS.
           MOVE TURMA-ENT     TO HMT-TURMA.
           PERFORM GRAVA-HISTORICO.

       LIMPA-CADMAT.
           PERFORM LE-CADMAT.
           IF MAT-EXISTE EQUAL "SIM"
               DELETE CADMAT RECORD
               MOVE "E"       TO HMT-FUNCAO
               MOVE SPACES    TO HMT-DEPOIS
               MOVE TURMA-MAT TO HMT-TURMA
               MOVE "SIM" TO HIST-CADMAT
               PERFORM GRAVA-HISTORICO
               MOVE "NAO" TO HIST-CADMAT
           END-IF.

       FUNCAO-INVALIDA.
           MOVE "FUNCAO DE TRANSACAO INVALIDA" TO LOG-RESULTADO.
           PERFORM GRAVA-LOG.
           MOVE FUNCAO-TRAN  TO LOG-FUNCAO.
           WRITE LINHA-LOG FROM LIN-LOG.

       GRAVA-HISTORICO.
           MOVE DATA-EXECUCAO TO HMT-DATA.
           ACCEPT HMT-HORA FROM TIME.
           MOVE OPERADOR      TO HMT-OPERADOR.
           MOVE "EM01EX09"    TO HMT-PROGRAMA.
           MOVE "TRANLU-OK"   TO HMT-ORIGEM.
           IF HMT-FUNCAO EQUAL "T" OR HMT-FUNCAO EQUAL "D" OR
              HMT-FUNCAO EQUAL "R" OR HIST-CADMAT EQUAL "SIM"
               MOVE "CADMAT"  TO HMT-CADASTRO
           ELSE
               MOVE "CADALU7" TO HMT-CADASTRO
           END-IF.
           MOVE NUMERO-TRAN   TO HMT-NUMERO.
           MOVE ZEROS         TO HMT-DISC.
           WRITE REG-HMT.

       TERMINO.
           CLOSE CADALU
                 CADMAT
                 TRANLU
                 LOGMANUT
                 HISTMNT.
           PERFORM MARCA-CONCLUSAO.

       VERIFICA-CONTROLE.
