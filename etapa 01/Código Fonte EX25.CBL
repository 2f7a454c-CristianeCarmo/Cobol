      *               SEGUIDA DAS LINHAS DE DETALHE (TIPO D, NUMERO DO
      *               ALUNO E NOTA) E GERA NO ARQUIVO TRANNT AS
      *               TRANSACOES DE INCLUSAO OU ALTERACAO PARA O
      *               EM01EX13 (MARCADAS COM ORIGEM-TRAN "L" PARA O
      *               HISTORICO DE MANUTENCAO HISTMNT), PREENCHENDO
      *               SOMENTE A NOTA DO BIMESTRE DA FOLHA: PARA ALUNO
      *               JA PRESENTE NO CADNOTA AS DEMAIS NOTAS SAO
      *               COPIADAS DO CADASTRO (ALTERACAO)
      *               E PARA ALUNO NOVO AS DEMAIS NOTAS SAEM ZERADAS
      *               (INCLUSAO). A TURMA DEVE EXISTIR NO CADTUR E A
      *               DISCIPLINA NO CADDIS; LINHA INVALIDA VAI PARA
      *               CABECALHOS ACEITOS, PARA FECHAR COM GRAVADOS +
      *               REJEITADOS NO BALANCEAMENTO). TERMINA COM
      *               RETURN-CODE 8 QUANDO HOUVE LINHA REJEITADA.
      *               FOLHA DE BIMESTRE FECHADO NO CONTROLE DE PERIODOS
      *               PERCTL (MANTIDO PELO EM01EX35) PARA O ANO LETIVO
      *               DO PARMEM01 E REJEITADA: O CABECALHO E CADA LINHA
      *               DE DETALHE DA FOLHA VAO PARA NOTALOTE-ERR COM O
      *               CAMPO "FECH". SEM O PERCTL TODOS OS BIMESTRES
      *               ESTAO ABERTOS. TERMINA COM RETURN-CODE 12 SE O
      *               PARMEM01 FOR INVALIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISC-DM
           FILE STATUS IS WS-STATUS-REF.
           SELECT PERCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-PC
           FILE STATUS IS WS-STATUS-PC.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
           02 NOTA3-TRAN     PIC 99V99.
           02 NOTA4-TRAN     PIC 99V99.
           02 TURMA-TRAN     PIC X(03).
           02 ORIGEM-TRAN    PIC X(01).

       FD CADNOTA
           LABEL RECORD ARE STANDARD
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

       FD PARMEM01
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMEM01.DAT".
       01 REG-PARM.
           02 PARM-ANO-LETIVO PIC 9(04).
           02 PARM-BIMESTRE   PIC 9(01).
           02 FILLER          PIC X(75).

       FD LOGEXEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGEXEC.DAT".
          77 LINHA-VALIDA      PIC X(03) VALUE "SIM".
          77 CAMPO-ERRO        PIC X(05) VALUE SPACES.
          77 NOTA-ACHADA       PIC X(03) VALUE "NAO".
          77 FOLHA-FECHADA     PIC X(03) VALUE "NAO".
          77 WS-STATUS-PC      PIC X(02) VALUE SPACES.
          77 WS-STATUS-PARM    PIC X(02) VALUE SPACES.
          77 ANO-LETIVO        PIC 9(04) VALUE ZEROS.
          77 BIM-IDX           PIC 9(01) VALUE ZEROS.

          77 TURMA-FOLHA       PIC X(03) VALUE SPACES.
          77 DISC-FOLHA        PIC 9(03) VALUE ZEROS.
          77 CONT-REJEITADOS   PIC 9(07) VALUE ZEROS.
          77 LIDOS-LOG         PIC 9(07) VALUE ZEROS.

          01 TAB-PERIODO.
             02 BIM-FECHADO    PIC X(03) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-EM01EX25.
           PERFORM INICIO.
           STOP RUN.

       INICIO.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-PERIODOS.
           PERFORM ABRE-REFERENCIAS.
           OPEN INPUT CADNOTA.
           IF WS-STATUS-CADNOTA EQUAL "00"
                OUTPUT TRANNT.
           PERFORM LEITURA.

       LE-PARAMETROS.
           OPEN INPUT PARMEM01.
           IF WS-STATUS-PARM NOT EQUAL "00"
               DISPLAY "EM01EX25: ERRO AO ABRIR PARMEM01.DAT, STATUS "
                       WS-STATUS-PARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMEM01 AT END
               DISPLAY "EM01EX25: PARMEM01.DAT VAZIO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF PARM-ANO-LETIVO IS NOT NUMERIC
               DISPLAY "EM01EX25: ANO LETIVO INVALIDO EM PARMEM01.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-ANO-LETIVO TO ANO-LETIVO.
           CLOSE PARMEM01.

       CARREGA-PERIODOS.
           MOVE "NAO" TO BIM-FECHADO (1)
                         BIM-FECHADO (2)
                         BIM-FECHADO (3)
                         BIM-FECHADO (4).
           OPEN INPUT PERCTL.
           IF WS-STATUS-PC EQUAL "35"
               DISPLAY "EM01EX25: PERCTL.DAT AUSENTE, TODOS OS"
                       " BIMESTRES ABERTOS"
           ELSE
               IF WS-STATUS-PC NOT EQUAL "00"
                   DISPLAY "EM01EX25: ERRO AO ABRIR PERCTL.DAT, STATUS "
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERCTL
           END-IF.

       ABRE-REFERENCIAS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-REF NOT EQUAL "00"

       PROCESSA-CABECALHO.
           MOVE "NAO" TO FOLHA-ABERTA.
           MOVE "NAO" TO FOLHA-FECHADA.
           MOVE "SIM" TO LINHA-VALIDA.
           MOVE SPACES TO CAMPO-ERRO.
           IF TURMA-LOTE EQUAL SPACES
               MOVE "NAO" TO LINHA-VALIDA
               MOVE "BIM" TO CAMPO-ERRO
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
              AND BIM-FECHADO (BIM-LOTE) EQUAL "SIM"
               MOVE "NAO" TO LINHA-VALIDA
               MOVE "FECH" TO CAMPO-ERRO
               MOVE "SIM" TO FOLHA-FECHADA
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
               MOVE TURMA-LOTE TO TURMA-FOLHA
               MOVE DISC-LOTE  TO DISC-FOLHA
           MOVE SPACES TO CAMPO-ERRO.
           IF FOLHA-ABERTA NOT EQUAL "SIM"
               MOVE "NAO" TO LINHA-VALIDA
               IF FOLHA-FECHADA EQUAL "SIM"
                   MOVE "FECH" TO CAMPO-ERRO
               ELSE
                   MOVE "HDR" TO CAMPO-ERRO
               END-IF
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
              AND (NUMERO-LOTE IS NOT NUMERIC OR
           MOVE DISC-FOLHA      TO DISC-TRAN.
           MOVE NOME-DISC-FOLHA TO NOME-DISC-TRAN.
           MOVE TURMA-FOLHA     TO TURMA-TRAN.
           MOVE "L"             TO ORIGEM-TRAN.
           EVALUATE BIM-FOLHA
               WHEN 1
                   MOVE NOTA-LOTE TO NOTA1-TRAN
