      *               NO ARQUIVO LOGMANUT. TRANSACAO DE INCLUSAO OU
      *               ALTERACAO COM DESCRICAO/NOME EM BRANCO E
      *               REJEITADA NO PROPRIO LOG.
      *               COM O PARAMETRO "PROF" LE TRANSACOES DO ARQUIVO
      *               TRANPROF E APLICA NO ARQUIVO INDEXADO CADPROF, A
      *               ATRIBUICAO DE PROFESSORES (CHAVE = TURMA DO CADTUR
      *               + DISCIPLINA DO CADDIS, COM O NOME DO PROFESSOR).
      *               NA INCLUSAO A TURMA E A DISCIPLINA TEM DE EXISTIR
      *               NOS CADASTROS; PROFESSOR EM BRANCO E REJEITADO NO
      *               LOG. O CADPROF E USADO PELO EM01EX34.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISC-DM
           FILE STATUS IS WS-STATUS-CAD.
           SELECT CADPROF ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PF
           FILE STATUS IS WS-STATUS-CAD.
           SELECT TRANTUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANDIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANPROF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGMANUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOGM.
           02 DISC-DM       PIC 9(03).
           02 NOME-DM       PIC X(15).

       FD CADPROF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPROF.DAT".
       01 REG-PF.
           02 CHAVE-PF.
              03 TURMA-PF   PIC X(03).
              03 DISC-PF    PIC 9(03).
           02 PROFESSOR-PF  PIC X(30).

       FD TRANTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANTUR.DAT".
           02 DISC-TDIS     PIC 9(03).
           02 NOME-TDIS     PIC X(15).

       FD TRANPROF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANPROF.DAT".
       01 REG-TRAN-PROF.
           02 FUNCAO-TPRF   PIC X(01).
           02 CHAVE-TPRF.
              03 TURMA-TPRF PIC X(03).
              03 DISC-TPRF  PIC 9(03).
           02 PROFESSOR-TPRF PIC X(30).

       FD LOGMANUT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGMANUT.DAT".
          01 LIN-LOG.
             02 LOG-DATA-MNT   PIC 9(06).
             02 FILLER         PIC X(02) VALUE SPACES.
             02 LOG-CHAVE      PIC X(06).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 LOG-FUNCAO     PIC X(01).
             02 FILLER         PIC X(02) VALUE SPACES.
             02 LOG-RESULTADO  PIC X(40).
                   MOVE "TURMA" TO WS-MODO
               WHEN "DISC"
                   MOVE "DISC" TO WS-MODO
               WHEN "PROF"
                   MOVE "PROF" TO WS-MODO
               WHEN OTHER
                   DISPLAY "EM01EX24: PARAMETRO INVALIDO: " WS-PARM
                   DISPLAY "EM01EX24: USE TURMA (OU VAZIO), DISC OU"
                           " PROF"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WS-MODO
               WHEN "DISC"
                   PERFORM ABRE-CADDIS
                   OPEN INPUT TRANDIS
               WHEN "PROF"
                   PERFORM ABRE-CADPROF
                   OPEN INPUT TRANPROF
               WHEN OTHER
                   PERFORM ABRE-CADTUR
                   OPEN INPUT TRANTUR
           END-EVALUATE.
           ACCEPT DATA-EXECUCAO FROM DATE.
           OPEN EXTEND LOGMANUT.
           IF WS-STATUS-LOGM NOT EQUAL "00"
               STOP RUN
           END-IF.

       ABRE-CADPROF.
           OPEN INPUT CADTUR.
           IF WS-STATUS-CAD NOT EQUAL "00"
               DISPLAY "EM01EX24: ERRO AO ABRIR CADTUR.DAT, STATUS "
                       WS-STATUS-CAD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADDIS.
           IF WS-STATUS-CAD NOT EQUAL "00"
               DISPLAY "EM01EX24: ERRO AO ABRIR CADDIS.DAT, STATUS "
                       WS-STATUS-CAD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CADPROF.
           IF WS-STATUS-CAD EQUAL "35"
               OPEN OUTPUT CADPROF
               CLOSE CADPROF
               OPEN I-O CADPROF
           END-IF.
           IF WS-STATUS-CAD NOT EQUAL "00"
               DISPLAY "EM01EX24: ERRO AO ABRIR CADPROF.DAT, STATUS "
                       WS-STATUS-CAD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEITURA.
           EVALUATE WS-MODO
               WHEN "DISC"
                   READ TRANDIS AT END MOVE "SIM" TO FIM-ARQ
               WHEN "PROF"
                   READ TRANPROF AT END MOVE "SIM" TO FIM-ARQ
               WHEN OTHER
                   READ TRANTUR AT END MOVE "SIM" TO FIM-ARQ
           END-EVALUATE.

       PRINCIPAL.
           EVALUATE WS-MODO
               WHEN "DISC"
                   PERFORM PROCESSA-DIS
               WHEN "PROF"
                   PERFORM PROCESSA-PROF
               WHEN OTHER
                   PERFORM PROCESSA-TUR
           END-EVALUATE.
           PERFORM LEITURA.

       PROCESSA-TUR.
                       TO LOG-RESULTADO
           END-READ.

       PROCESSA-PROF.
           MOVE FUNCAO-TPRF TO FUNCAO-EDIT.
           PERFORM NORMALIZA-FUNCAO.
           MOVE CHAVE-TPRF TO LOG-CHAVE.
           EVALUATE FUNCAO-EDIT
               WHEN "I"
                   PERFORM INCLUIR-PROF
               WHEN "A"
                   PERFORM ALTERAR-PROF
               WHEN "E"
                   PERFORM EXCLUIR-PROF
               WHEN OTHER
                   MOVE "FUNCAO DE TRANSACAO INVALIDA"
                       TO LOG-RESULTADO
           END-EVALUATE.
           MOVE FUNCAO-TPRF TO LOG-FUNCAO.
           PERFORM GRAVA-LOG.

       INCLUIR-PROF.
           MOVE SPACES TO LOG-RESULTADO.
           IF PROFESSOR-TPRF EQUAL SPACES
               MOVE "PROFESSOR EM BRANCO" TO LOG-RESULTADO
           END-IF.
           IF LOG-RESULTADO EQUAL SPACES
               MOVE TURMA-TPRF TO TURMA-TM
               READ CADTUR KEY IS TURMA-TM
                   INVALID KEY
                       MOVE "TURMA NAO CADASTRADA NO CADTUR"
                           TO LOG-RESULTADO
               END-READ
           END-IF.
           IF LOG-RESULTADO EQUAL SPACES
               IF DISC-TPRF IS NOT NUMERIC
                   MOVE "DISCIPLINA INVALIDA" TO LOG-RESULTADO
               ELSE
                   MOVE DISC-TPRF TO DISC-DM
                   READ CADDIS KEY IS DISC-DM
                       INVALID KEY
                           MOVE "DISCIPLINA NAO CADASTRADA NO CADDIS"
                               TO LOG-RESULTADO
                   END-READ
               END-IF
           END-IF.
           IF LOG-RESULTADO EQUAL SPACES
               MOVE TURMA-TPRF     TO TURMA-PF
               MOVE DISC-TPRF      TO DISC-PF
               MOVE PROFESSOR-TPRF TO PROFESSOR-PF
               WRITE REG-PF
                   INVALID KEY
                       MOVE "ATRIBUICAO JA CADASTRADA NO CADPROF"
                           TO LOG-RESULTADO
                   NOT INVALID KEY
                       MOVE "INCLUIDO COM SUCESSO NO CADPROF"
                           TO LOG-RESULTADO
               END-WRITE
           END-IF.

       ALTERAR-PROF.
           IF PROFESSOR-TPRF EQUAL SPACES
               MOVE "PROFESSOR EM BRANCO" TO LOG-RESULTADO
           ELSE
               MOVE TURMA-TPRF TO TURMA-PF
               MOVE DISC-TPRF  TO DISC-PF
               READ CADPROF KEY IS CHAVE-PF
                   INVALID KEY
                       MOVE "ATRIBUICAO NAO ENCONTRADA"
                           TO LOG-RESULTADO
                   NOT INVALID KEY
                       MOVE PROFESSOR-TPRF TO PROFESSOR-PF
                       REWRITE REG-PF
                       MOVE "ALTERADO COM SUCESSO NO CADPROF"
                           TO LOG-RESULTADO
               END-READ
           END-IF.

       EXCLUIR-PROF.
           MOVE TURMA-TPRF TO TURMA-PF.
           MOVE DISC-TPRF  TO DISC-PF.
           READ CADPROF KEY IS CHAVE-PF
               INVALID KEY
                   MOVE "ATRIBUICAO NAO ENCONTRADA" TO LOG-RESULTADO
               NOT INVALID KEY
                   DELETE CADPROF RECORD
                   MOVE "EXCLUIDO COM SUCESSO NO CADPROF"
                       TO LOG-RESULTADO
           END-READ.

       NORMALIZA-FUNCAO.
           IF FUNCAO-EDIT EQUAL "i"
               MOVE "I" TO FUNCAO-EDIT
           WRITE LINHA-LOG FROM LIN-LOG.

       TERMINO.
           EVALUATE WS-MODO
               WHEN "DISC"
                   CLOSE CADDIS
                         TRANDIS
                         LOGMANUT
               WHEN "PROF"
                   CLOSE CADPROF
                         CADTUR
                         CADDIS
                         TRANPROF
                         LOGMANUT
               WHEN OTHER
                   CLOSE CADTUR
                         TRANTUR
                         LOGMANUT
           END-EVALUATE.
