      *               (MANTIDOS PELO EM01EX24); TRANSACAO FORA DOS
      *               CADASTROS E REJEITADA NO LOGMANUT E O NOME
      *               OFICIAL DO CADDIS PREVALECE SOBRE O DIGITADO.
      *               CADA INCLUSAO, ALTERACAO OU EXCLUSAO EFETIVADA
      *               GRAVA TAMBEM NO ARQUIVO HISTMNT AS IMAGENS ANTES E
      *               DEPOIS DO REGISTRO DO CADNOTA, COM DATA, HORA,
      *               OPERADOR (INFORMADO COMO PARAMETRO DE EXECUCAO,
      *               "BATCH" NA FALTA DELE) E ORIGEM: NOTALOTE PARA AS
      *               TRANSACOES GERADAS PELO EM01EX25 (ORIGEM-TRAN "L")
      *               E TRANNT PARA AS DIGITADAS. O HISTORICO E LISTADO
      *               PELO EM01EX29.
      *               BIMESTRE FECHADO NO CONTROLE DE PERIODOS PERCTL
      *               (MANTIDO PELO EM01EX35) PARA O ANO LETIVO CORRENTE
      *               NAO PODE TER A NOTA MUDADA: INCLUSAO, ALTERACAO OU
      *               EXCLUSAO QUE MUDARIA A NOTA DE UM BIMESTRE FECHADO
      *               E REJEITADA NO LOGMANUT. SEM O PERCTL TODOS OS
      *               BIMESTRES ESTAO ABERTOS.
      *               CONTROLE DE EXECUCAO PELO ARQUIVO RUNCTL:
      *               MARCA-SE EM EXECUCAO NO INICIO E CONCLUIDO
      *               NO TERMINO, E NAO RODA ENQUANTO O EM01EX14
           SELECT LOGMANUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOGM.
           SELECT HISTMNT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HMT.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISC-DM
           FILE STATUS IS WS-STATUS-REF.
           SELECT PERCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PC
           FILE STATUS IS WS-STATUS-PC.
           SELECT RUNCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           02 NOTA3-TRAN     PIC 99V99.
           02 NOTA4-TRAN     PIC 99V99.
           02 TURMA-TRAN     PIC X(03).
           02 ORIGEM-TRAN    PIC X(01).

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

       FD PARMEM01
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMEM01.DAT".
           02 DISC-DM       PIC 9(03).
           02 NOME-DM       PIC X(15).

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

       FD RUNCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNCTL.DAT".
          77 DATA-EXECUCAO      PIC 9(06) VALUE ZEROS.
          77 ANO-LETIVO         PIC 9(04) VALUE ZEROS.
          77 BIMESTRE           PIC 9(01) VALUE ZEROS.
          77 WS-STATUS-HMT      PIC X(02) VALUE SPACES.
          77 WS-PARM            PIC X(08) VALUE SPACES.
          77 OPERADOR           PIC X(08) VALUE "BATCH".
          77 WS-STATUS-PC       PIC X(02) VALUE SPACES.
          77 PERIODO-OK         PIC X(03) VALUE "SIM".
          77 BIM-IDX            PIC 9(01) VALUE ZEROS.

          01 TAB-PERIODO.
             02 BIM-FECHADO     PIC X(03) OCCURS 4 TIMES.

          01 NOTAS-ANTES.
             02 NOTA-ANTES      PIC 99V99 OCCURS 4 TIMES.

          01 NOTAS-DEPOIS.
             02 NOTA-DEPOIS     PIC 99V99 OCCURS 4 TIMES.

          01 MSG-FECHADO.
             02 FILLER          PIC X(09) VALUE "BIMESTRE ".
             02 MSG-BIM         PIC 9(01).
             02 FILLER          PIC X(30) VALUE
                " FECHADO - NOTA NAO ALTERADA".

          01 LIN-LOG.
             02 LOG-DATA-MNT   PIC 9(06).
           STOP RUN.

       INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT EQUAL SPACES
               MOVE WS-PARM TO OPERADOR
           END-IF.
           PERFORM VERIFICA-CONTROLE.
           OPEN I-O CADNOTA.
           IF WS-STATUS-CADNOTA EQUAL "35"
               STOP RUN
           END-IF.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-PERIODOS.
           PERFORM ABRE-REFERENCIAS.
           ACCEPT DATA-EXECUCAO FROM DATE.
           OPEN INPUT TRANNT.
           IF WS-STATUS-LOGM NOT EQUAL "00"
               OPEN OUTPUT LOGMANUT
           END-IF.
           OPEN EXTEND HISTMNT.
           IF WS-STATUS-HMT NOT EQUAL "00"
               OPEN OUTPUT HISTMNT
           END-IF.
           PERFORM LEITURA.

       LE-PARAMETROS.
           DISPLAY "EM01EX13: ANO LETIVO " ANO-LETIVO
                   " BIMESTRE " BIMESTRE.

       CARREGA-PERIODOS.
           MOVE "NAO" TO BIM-FECHADO (1)
                         BIM-FECHADO (2)
                         BIM-FECHADO (3)
                         BIM-FECHADO (4).
           OPEN INPUT PERCTL.
           IF WS-STATUS-PC EQUAL "35"
               DISPLAY "EM01EX13: PERCTL.DAT AUSENTE, TODOS OS"
                       " BIMESTRES ABERTOS"
           ELSE
               IF WS-STATUS-PC NOT EQUAL "00"
                   DISPLAY "EM01EX13: ERRO AO ABRIR PERCTL.DAT, STATUS "
                           WS-STATUS-PC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING BIM-IDX FROM 1 BY 1
                       UNTIL BIM-IDX IS GREATER THAN 4
                   MOVE ANO-LETIVO TO ANO-PC
                   MOVE BIM-IDX    TO BIM-PC
                   READ PERCTL KEY IS CHAVE-PC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SITUACAO-PC EQUAL "F"
                               MOVE "SIM" TO BIM-FECHADO (BIM-IDX)
                               DISPLAY "EM01EX13: BIMESTRE " BIM-IDX
                                       " FECHADO"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERCTL
           END-IF.

       VERIFICA-PERIODO.
           MOVE "SIM" TO PERIODO-OK.
           PERFORM VARYING BIM-IDX FROM 1 BY 1
                   UNTIL BIM-IDX IS GREATER THAN 4
                      OR PERIODO-OK EQUAL "NAO"
               IF BIM-FECHADO (BIM-IDX) EQUAL "SIM" AND
                  NOTA-ANTES (BIM-IDX) NOT EQUAL NOTA-DEPOIS (BIM-IDX)
                   MOVE "NAO" TO PERIODO-OK
                   MOVE BIM-IDX TO MSG-BIM
                   MOVE MSG-FECHADO TO LOG-RESULTADO
               END-IF
           END-PERFORM.

       NOTAS-DA-TRANSACAO.
           MOVE NOTA1-TRAN TO NOTA-DEPOIS (1).
           MOVE NOTA2-TRAN TO NOTA-DEPOIS (2).
           MOVE NOTA3-TRAN TO NOTA-DEPOIS (3).
           MOVE NOTA4-TRAN TO NOTA-DEPOIS (4).

       NOTAS-DO-CADASTRO.
           MOVE NOTA1-NT TO NOTA-ANTES (1).
           MOVE NOTA2-NT TO NOTA-ANTES (2).
           MOVE NOTA3-NT TO NOTA-ANTES (3).
           MOVE NOTA4-NT TO NOTA-ANTES (4).

       ABRE-REFERENCIAS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-REF NOT EQUAL "00"

       INCLUIR.
           PERFORM VALIDA-REFERENCIAS.
           IF CADASTRO-OK EQUAL "SIM"
               MOVE ZEROS TO NOTAS-ANTES
               PERFORM NOTAS-DA-TRANSACAO
               PERFORM VERIFICA-PERIODO
               IF PERIODO-OK NOT EQUAL "SIM"
                   MOVE "NAO" TO CADASTRO-OK
               END-IF
           END-IF.
           IF CADASTRO-OK EQUAL "SIM"
               MOVE NUMERO-TRAN    TO NUMERO-NT
               MOVE DISC-TRAN      TO DISC-NT
                       MOVE "NOTA JA CADASTRADA" TO LOG-RESULTADO
                   NOT INVALID KEY
                       MOVE "INCLUIDO COM SUCESSO" TO LOG-RESULTADO
                       MOVE "I"      TO HMT-FUNCAO
                       MOVE SPACES   TO HMT-ANTES
                       MOVE REG-NT   TO HMT-DEPOIS
                       MOVE TURMA-NT TO HMT-TURMA
                       PERFORM GRAVA-HISTORICO
               END-WRITE
           END-IF.
           PERFORM GRAVA-LOG.
                   INVALID KEY
                       MOVE "NOTA NAO ENCONTRADA" TO LOG-RESULTADO
                   NOT INVALID KEY
                       PERFORM NOTAS-DO-CADASTRO
                       PERFORM NOTAS-DA-TRANSACAO
                       PERFORM VERIFICA-PERIODO
                       IF PERIODO-OK EQUAL "SIM"
                           PERFORM ALTERA-NOTA
                       END-IF
               END-READ
           END-IF.
           PERFORM GRAVA-LOG.

       ALTERA-NOTA.
           MOVE REG-NT         TO HMT-ANTES.
           MOVE NOME-DM        TO NOME-DISC-NT.
           MOVE NOTA1-TRAN     TO NOTA1-NT.
           MOVE NOTA2-TRAN     TO NOTA2-NT.
           MOVE NOTA3-TRAN     TO NOTA3-NT.
           MOVE NOTA4-TRAN     TO NOTA4-NT.
           MOVE TURMA-TRAN     TO TURMA-NT.
           MOVE ANO-LETIVO     TO ANO-NT.
           MOVE BIMESTRE       TO BIM-NT.
           REWRITE REG-NT.
           MOVE "ALTERADO COM SUCESSO" TO LOG-RESULTADO.
           MOVE "A"      TO HMT-FUNCAO.
           MOVE REG-NT   TO HMT-DEPOIS.
           MOVE TURMA-NT TO HMT-TURMA.
           PERFORM GRAVA-HISTORICO.

       EXCLUIR.
           MOVE NUMERO-TRAN TO NUMERO-NT.
           MOVE DISC-TRAN   TO DISC-NT.
               INVALID KEY
                   MOVE "NOTA NAO ENCONTRADA" TO LOG-RESULTADO
               NOT INVALID KEY
                   PERFORM NOTAS-DO-CADASTRO
                   MOVE ZEROS TO NOTAS-DEPOIS
                   PERFORM VERIFICA-PERIODO
                   IF PERIODO-OK EQUAL "SIM"
                       PERFORM EXCLUI-NOTA
                   END-IF
           END-READ.
           PERFORM GRAVA-LOG.

       EXCLUI-NOTA.
           MOVE "E"      TO HMT-FUNCAO.
           MOVE REG-NT   TO HMT-ANTES.
           MOVE SPACES   TO HMT-DEPOIS.
           MOVE TURMA-NT TO HMT-TURMA.
           DELETE CADNOTA RECORD.
           MOVE "EXCLUIDO COM SUCESSO" TO LOG-RESULTADO.
           PERFORM GRAVA-HISTORICO.

       FUNCAO-INVALIDA.
           MOVE "FUNCAO DE TRANSACAO INVALIDA" TO LOG-RESULTADO.
           PERFORM GRAVA-LOG.
           MOVE FUNCAO-TRAN  TO LOG-FUNCAO.
           WRITE LINHA-LOG FROM LIN-LOG.

       GRAVA-HISTORICO.
           MOVE DATA-EXECUCAO TO HMT-DATA.
           ACCEPT HMT-HORA FROM TIME.
           MOVE OPERADOR      TO HMT-OPERADOR.
           MOVE "EM01EX13"    TO HMT-PROGRAMA.
           IF ORIGEM-TRAN EQUAL "L"
               MOVE "NOTALOTE" TO HMT-ORIGEM
           ELSE
               MOVE "TRANNT"   TO HMT-ORIGEM
           END-IF.
           MOVE "CADNOTA"     TO HMT-CADASTRO.
           MOVE NUMERO-TRAN   TO HMT-NUMERO.
           MOVE DISC-TRAN     TO HMT-DISC.
           WRITE REG-HMT.

       TERMINO.
           CLOSE CADNOTA
                 TRANNT
                 LOGMANUT
                 HISTMNT
                 CADTUR
                 CADDIS.
           PERFORM MARCA-CONCLUSAO.
