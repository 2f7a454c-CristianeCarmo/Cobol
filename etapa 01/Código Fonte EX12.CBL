      *               CADALU NO LAYOUT DO EM01EX03 (COD-ENT, 3 NOTAS),
      *               GRAVANDO O RESULTADO DE CADA TRANSACAO NO
      *               ARQUIVO LOGMANUT.
      *               CADA INCLUSAO, ALTERACAO OU EXCLUSAO EFETIVADA
      *               GRAVA TAMBEM NO ARQUIVO HISTMNT AS IMAGENS ANTES E
      *               DEPOIS DO REGISTRO, COM DATA, HORA, OPERADOR
      *               (INFORMADO COMO PARAMETRO DE EXECUCAO, "BATCH" NA
      *               FALTA DELE) E ORIGEM TRANLU3-OK. O HISTORICO E
      *               LISTADO PELO EM01EX29.
      *               CONTROLE DE EXECUCAO PELO ARQUIVO RUNCTL:
      *               MARCA-SE EM EXECUCAO NO INICIO E CONCLUIDO
      *               NO TERMINO, E NAO RODA ENQUANTO O EM01EX03
           SELECT LOGMANUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOGM.
           SELECT HISTMNT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HMT.
           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           IF WS-STATUS-LOGM NOT EQUAL "00"
               OPEN OUTPUT LOGMANUT
           END-IF.
           OPEN EXTEND HISTMNT.
           IF WS-STATUS-HMT NOT EQUAL "00"
               OPEN OUTPUT HISTMNT
           END-IF.
           PERFORM LEITURA.

       LEITURA.
                   MOVE "ALUNO JA CADASTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   MOVE "INCLUIDO COM SUCESSO" TO LOG-RESULTADO
                   MOVE "I"     TO HMT-FUNCAO
                   MOVE SPACES  TO HMT-ANTES
                   MOVE REG-ENT TO HMT-DEPOIS
                   MOVE TURMA   TO HMT-TURMA
                   PERFORM GRAVA-HISTORICO
           END-WRITE.
           PERFORM GRAVA-LOG.

               INVALID KEY
                   MOVE "ALUNO NAO ENCONTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   MOVE REG-ENT    TO HMT-ANTES
                   MOVE NOME-TRAN  TO NOME
                   MOVE NOTA1-TRAN TO NOTA1
                   MOVE NOTA2-TRAN TO NOTA2
                   MOVE TURMA-TRAN TO TURMA
                   REWRITE REG-ENT
                   MOVE "ALTERADO COM SUCESSO" TO LOG-RESULTADO
                   MOVE "A"     TO HMT-FUNCAO
                   MOVE REG-ENT TO HMT-DEPOIS
                   MOVE TURMA   TO HMT-TURMA
                   PERFORM GRAVA-HISTORICO
           END-READ.
           PERFORM GRAVA-LOG.

               INVALID KEY
                   MOVE "ALUNO NAO ENCONTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   MOVE "E"     TO HMT-FUNCAO
                   MOVE REG-ENT TO HMT-ANTES
                   MOVE SPACES  TO HMT-DEPOIS
                   MOVE TURMA   TO HMT-TURMA
                   DELETE CADALU RECORD
                   MOVE "EXCLUIDO COM SUCESSO" TO LOG-RESULTADO
                   PERFORM GRAVA-HISTORICO
           END-READ.
           PERFORM GRAVA-LOG.

           MOVE FUNCAO-TRAN  TO LOG-FUNCAO.
           WRITE LINHA-LOG FROM LIN-LOG.

       GRAVA-HISTORICO.
           MOVE DATA-EXECUCAO TO HMT-DATA.
           ACCEPT HMT-HORA FROM TIME.
           MOVE OPERADOR      TO HMT-OPERADOR.
           MOVE "EM01EX12"    TO HMT-PROGRAMA.
           MOVE "TRANLU3-OK"  TO HMT-ORIGEM.
           MOVE "CADALU"      TO HMT-CADASTRO.
           MOVE COD-TRAN      TO HMT-NUMERO.
           MOVE ZEROS         TO HMT-DISC.
           WRITE REG-HMT.

       TERMINO.
           CLOSE CADALU
                 TRANLU
                 LOGMANUT
                 HISTMNT.
           PERFORM MARCA-CONCLUSAO.

       VERIFICA-CONTROLE.
