       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX31.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       ENTRADA DA CHAMADA DIARIA. LE O ARQUIVO CHAMADA
      *               COM UMA LINHA DE CABECALHO POR AULA DADA (TIPO H,
      *               TURMA, DISCIPLINA, DATA AAMMDD E QUANTIDADE DE
      *               AULAS DE 1 A 9) SEGUIDA DAS LINHAS DE DETALHE DOS
      *               ALUNOS AUSENTES (TIPO D, NUMERO DO ALUNO). A TURMA
      *               DEVE EXISTIR NO CADTUR, A DISCIPLINA NO CADDIS E O
      *               ALUNO AUSENTE NO CADALU7 NA TURMA DO CABECALHO; A
      *               MESMA TURMA, DISCIPLINA E DATA NAO PODE SER
      *               LANCADA DUAS VEZES (REGISTRO DE SESSOES FREQSES).
      *               AO FECHAR CADA SESSAO ACEITA, TODOS OS ALUNOS DA
      *               TURMA NO CADALU7 RECEBEM AS AULAS E OS AUSENTES AS
      *               FALTAS NO ARQUIVO INDEXADO FREQALU (CHAVE = NUMERO
      *               DO ALUNO + ANO LETIVO + DISCIPLINA, COM TOTAIS DO
      *               ANO E DE CADA MES). O CADFREQ E REGENERADO A
      *               PARTIR DO FREQALU PELO EM01EX32. LINHA INVALIDA
      *               VAI PARA CHAMADA-ERR COM O CAMPO EM ERRO
      *               (CABECALHO INVALIDO REJEITA TAMBEM OS SEUS
      *               DETALHES) E OS TOTAIS SAO GRAVADOS NO LOGEXEC (OS
      *               LIDOS NAO INCLUEM OS CABECALHOS ACEITOS). TERMINA
      *               COM RETURN-CODE 8 QUANDO HOUVE LINHA REJEITADA.
      *               SO E ACEITA SESSAO COM DATA NO ANO LETIVO DO
      *               PARMEM01 (CAMPO EM ERRO "ANO").
      *               ALUNO TRANSFERIDO OU DESISTENTE NO CADMAT
      *               (EM01EX09) COM DATA EFETIVA ATE A DATA DA SESSAO
      *               NAO ENTRA NA CHAMADA; SEM O CADMAT TODOS OS
      *               ALUNOS SAO CHAMADOS. TURMA COM MAIS DE 100 ALUNOS
      *               E O PARMEM01 AUSENTE OU INVALIDO TERMINAM COM
      *               RETURN-CODE 12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CHAM.
           SELECT CHAMADA-ERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADALU7 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-ENT
           FILE STATUS IS WS-STATUS-ALU.
           SELECT FREQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-FA
           FILE STATUS IS WS-STATUS-FA.
           SELECT FREQSES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-SES
           FILE STATUS IS WS-STATUS-SES.
           SELECT CADMAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-MAT
           FILE STATUS IS WS-STATUS-MAT.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT CADTUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TURMA-TM
           FILE STATUS IS WS-STATUS-REF.
           SELECT CADDIS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DISC-DM
           FILE STATUS IS WS-STATUS-REF.
           SELECT LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD CHAMADA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CHAMADA.DAT".
       01 REG-CHAM.
           02 TIPO-CHAM     PIC X(01).
           02 RESTO-CHAM    PIC X(13).
       01 REG-CHAM-H.
           02 FILLER        PIC X(01).
           02 TURMA-CHAM    PIC X(03).
           02 DISC-CHAM     PIC 9(03).
           02 DATA-CHAM     PIC 9(06).
           02 DATA-CHAM-R REDEFINES DATA-CHAM.
              03 ANO-CHAM   PIC 9(02).
              03 MES-CHAM   PIC 9(02).
              03 DIA-CHAM   PIC 9(02).
           02 AULAS-CHAM    PIC 9(01).
       01 REG-CHAM-D.
           02 FILLER        PIC X(01).
           02 NUMERO-CHAM   PIC 9(05).
           02 FILLER        PIC X(08).

       FD CHAMADA-ERR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CHAMADA-ERR.DAT".
       01 REG-CHAM-ERR.
           02 CHAM-ERR-LINHA PIC X(14).
           02 CHAM-ERR-CAMPO PIC X(05).

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

       FD FREQSES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQSES.DAT".
       01 REG-SES.
           02 CHAVE-SES.
              03 TURMA-SES  PIC X(03).
              03 DISC-SES   PIC 9(03).
              03 DATA-SES   PIC 9(06).
           02 AULAS-SES     PIC 9(01).
           02 ALUNOS-SES    PIC 9(03).
           02 AUSENTES-SES  PIC 9(03).
           02 LANCTO-SES    PIC 9(06).

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

       FD PARMEM01
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMEM01.DAT".
       01 REG-PARM.
           02 PARM-ANO-LETIVO PIC 9(04).
           02 PARM-BIMESTRE   PIC 9(01).
           02 FILLER          PIC X(75).

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
       01 REG-TM.
           02 TURMA-TM      PIC X(03).
           02 DESC-TM       PIC X(20).
           02 ANO-TM        PIC 9(04).

       FD CADDIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDIS.DAT".
       01 REG-DM.
           02 DISC-DM       PIC 9(03).
           02 NOME-DM       PIC X(15).

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
          77 FIM-ARQ           PIC X(03) VALUE "NAO".
          77 FIM-ALU           PIC X(03) VALUE "NAO".
          77 WS-STATUS-CHAM    PIC X(02) VALUE SPACES.
          77 WS-STATUS-ALU     PIC X(02) VALUE SPACES.
          77 WS-STATUS-FA      PIC X(02) VALUE SPACES.
          77 WS-STATUS-SES     PIC X(02) VALUE SPACES.
          77 WS-STATUS-REF     PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOG     PIC X(02) VALUE SPACES.
          77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
          77 WS-STATUS-PARM    PIC X(02) VALUE SPACES.
          77 CADMAT-ABERTO     PIC X(03) VALUE "NAO".
          77 SESSAO-ABERTA     PIC X(03) VALUE "NAO".
          77 LINHA-VALIDA      PIC X(03) VALUE "SIM".
          77 CAMPO-ERRO        PIC X(05) VALUE SPACES.
          77 ALUNO-ACHADO      PIC X(03) VALUE "NAO".
          77 FREQ-NOVA         PIC X(03) VALUE "NAO".

          77 TURMA-SESSAO      PIC X(03) VALUE SPACES.
          77 DISC-SESSAO       PIC 9(03) VALUE ZEROS.
          77 DATA-SESSAO       PIC 9(06) VALUE ZEROS.
          77 MES-SESSAO        PIC 9(02) VALUE ZEROS.
          77 AULAS-SESSAO      PIC 9(01) VALUE ZEROS.
          77 AUSENTES-SESSAO   PIC 9(03) VALUE ZEROS.

          77 TUR-QTDE          PIC 9(03) VALUE ZEROS.
          77 TUR-IDX           PIC 9(03) VALUE ZEROS.
          77 MES-IDX           PIC 9(02) VALUE ZEROS.

          77 CONT-LIDOS        PIC 9(07) VALUE ZEROS.
          77 CONT-CABECALHOS   PIC 9(07) VALUE ZEROS.
          77 CONT-GRAVADOS     PIC 9(07) VALUE ZEROS.
          77 CONT-REJEITADOS   PIC 9(07) VALUE ZEROS.
          77 CONT-SESSOES      PIC 9(07) VALUE ZEROS.
          77 LIDOS-LOG         PIC 9(07) VALUE ZEROS.

          01 ANO-LETIVO        PIC 9(04) VALUE ZEROS.
          01 ANO-LETIVO-R REDEFINES ANO-LETIVO.
             02 SECULO-LETIVO  PIC 9(02).
             02 AA-LETIVO      PIC 9(02).

          01 TAB-TURMA.
             02 TUR-ITEM OCCURS 100 TIMES.
                03 TUR-NUMERO  PIC 9(05).
                03 TUR-AUSENTE PIC X(03).

       PROCEDURE DIVISION.
       MAIN-EM01EX31.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           PERFORM LE-PARAMETROS.
           PERFORM ABRE-REFERENCIAS.
           OPEN INPUT CADALU7.
           IF WS-STATUS-ALU NOT EQUAL "00"
               DISPLAY "EM01EX31: ERRO AO ABRIR CADALU7.DAT, STATUS "
                       WS-STATUS-ALU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FREQALU.
           IF WS-STATUS-FA EQUAL "35"
               OPEN OUTPUT FREQALU
               CLOSE FREQALU
               OPEN I-O FREQALU
           END-IF.
           IF WS-STATUS-FA NOT EQUAL "00"
               DISPLAY "EM01EX31: ERRO AO ABRIR FREQALU.DAT, STATUS "
                       WS-STATUS-FA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FREQSES.
           IF WS-STATUS-SES EQUAL "35"
               OPEN OUTPUT FREQSES
               CLOSE FREQSES
               OPEN I-O FREQSES
           END-IF.
           IF WS-STATUS-SES NOT EQUAL "00"
               DISPLAY "EM01EX31: ERRO AO ABRIR FREQSES.DAT, STATUS "
                       WS-STATUS-SES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADMAT.
           IF WS-STATUS-MAT EQUAL "00"
               MOVE "SIM" TO CADMAT-ABERTO
           ELSE
               DISPLAY "EM01EX31: CADMAT.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-MAT ", TODOS OS ALUNOS ATIVOS"
           END-IF.
           OPEN INPUT CHAMADA.
           IF WS-STATUS-CHAM NOT EQUAL "00"
               DISPLAY "EM01EX31: ERRO AO ABRIR CHAMADA.DAT, STATUS "
                       WS-STATUS-CHAM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHAMADA-ERR.
           PERFORM LEITURA.

       LE-PARAMETROS.
           OPEN INPUT PARMEM01.
           IF WS-STATUS-PARM NOT EQUAL "00"
               DISPLAY "EM01EX31: ERRO AO ABRIR PARMEM01.DAT, STATUS "
                       WS-STATUS-PARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMEM01 AT END
               DISPLAY "EM01EX31: PARMEM01.DAT VAZIO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF PARM-ANO-LETIVO IS NOT NUMERIC
               DISPLAY "EM01EX31: ANO LETIVO INVALIDO EM PARMEM01.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-ANO-LETIVO TO ANO-LETIVO.
           CLOSE PARMEM01.
           DISPLAY "EM01EX31: ANO LETIVO " ANO-LETIVO.

       ABRE-REFERENCIAS.
           OPEN INPUT CADTUR.
           IF WS-STATUS-REF NOT EQUAL "00"
               DISPLAY "EM01EX31: ERRO AO ABRIR CADTUR.DAT, STATUS "
                       WS-STATUS-REF
               DISPLAY "EM01EX31: CARREGUE O CADASTRO DE TURMAS PELO"
                       " EM01EX24 ANTES DA CHAMADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADDIS.
           IF WS-STATUS-REF NOT EQUAL "00"
               DISPLAY "EM01EX31: ERRO AO ABRIR CADDIS.DAT, STATUS "
                       WS-STATUS-REF
               DISPLAY "EM01EX31: CARREGUE O CADASTRO DE DISCIPLINAS"
                       " PELO EM01EX24 ANTES DA CHAMADA"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEITURA.
           READ CHAMADA AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO CONT-LIDOS.
           EVALUATE TIPO-CHAM
               WHEN "H"
               WHEN "h"
                   PERFORM PROCESSA-CABECALHO
               WHEN "D"
               WHEN "d"
                   PERFORM PROCESSA-DETALHE
               WHEN OTHER
                   MOVE "TIPO" TO CAMPO-ERRO
                   PERFORM REJEITA-LINHA
           END-EVALUATE.
           PERFORM LEITURA.

       PROCESSA-CABECALHO.
           IF SESSAO-ABERTA EQUAL "SIM"
               PERFORM FECHA-SESSAO
           END-IF.
           MOVE "SIM" TO LINHA-VALIDA.
           MOVE SPACES TO CAMPO-ERRO.
           IF TURMA-CHAM EQUAL SPACES
               MOVE "NAO" TO LINHA-VALIDA
               MOVE "TURMA" TO CAMPO-ERRO
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
               MOVE TURMA-CHAM TO TURMA-TM
               READ CADTUR KEY IS TURMA-TM
                   INVALID KEY
                       MOVE "NAO" TO LINHA-VALIDA
                       MOVE "TURMA" TO CAMPO-ERRO
               END-READ
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
              AND (DISC-CHAM IS NOT NUMERIC OR DISC-CHAM EQUAL ZEROS)
               MOVE "NAO" TO LINHA-VALIDA
               MOVE "DISC" TO CAMPO-ERRO
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
               MOVE DISC-CHAM TO DISC-DM
               READ CADDIS KEY IS DISC-DM
                   INVALID KEY
                       MOVE "NAO" TO LINHA-VALIDA
                       MOVE "DISC" TO CAMPO-ERRO
               END-READ
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
              AND (DATA-CHAM IS NOT NUMERIC OR
                   MES-CHAM IS LESS THAN 1 OR
                   MES-CHAM IS GREATER THAN 12 OR
                   DIA-CHAM IS LESS THAN 1 OR
                   DIA-CHAM IS GREATER THAN 31)
               MOVE "NAO" TO LINHA-VALIDA
               MOVE "DATA" TO CAMPO-ERRO
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
              AND ANO-CHAM NOT EQUAL AA-LETIVO
               MOVE "NAO" TO LINHA-VALIDA
               MOVE "ANO" TO CAMPO-ERRO
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
              AND (AULAS-CHAM IS NOT NUMERIC OR
                   AULAS-CHAM EQUAL ZERO)
               MOVE "NAO" TO LINHA-VALIDA
               MOVE "AULAS" TO CAMPO-ERRO
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
               MOVE TURMA-CHAM TO TURMA-SES
               MOVE DISC-CHAM  TO DISC-SES
               MOVE DATA-CHAM  TO DATA-SES
               READ FREQSES KEY IS CHAVE-SES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "NAO" TO LINHA-VALIDA
                       MOVE "DUPL" TO CAMPO-ERRO
               END-READ
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
               MOVE TURMA-CHAM TO TURMA-SESSAO
               MOVE DATA-CHAM  TO DATA-SESSAO
               PERFORM CARREGA-TURMA
               IF TUR-QTDE EQUAL ZERO
                   MOVE "NAO" TO LINHA-VALIDA
                   MOVE "VAZIA" TO CAMPO-ERRO
               END-IF
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
               MOVE DISC-CHAM  TO DISC-SESSAO
               MOVE DATA-CHAM  TO DATA-SESSAO
               MOVE MES-CHAM   TO MES-SESSAO
               MOVE AULAS-CHAM TO AULAS-SESSAO
               MOVE ZEROS TO AUSENTES-SESSAO
               MOVE "SIM" TO SESSAO-ABERTA
               ADD 1 TO CONT-CABECALHOS
           ELSE
               PERFORM REJEITA-LINHA
           END-IF.

       CARREGA-TURMA.
           MOVE ZEROS TO TUR-QTDE.
           CLOSE CADALU7.
           OPEN INPUT CADALU7.
           MOVE "NAO" TO FIM-ALU.
           PERFORM UNTIL FIM-ALU EQUAL "SIM"
               READ CADALU7 NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ALU
                   NOT AT END
                       IF TURMA-ENT EQUAL TURMA-SESSAO
                           PERFORM INCLUI-ALUNO-TURMA
                       END-IF
               END-READ
           END-PERFORM.

       INCLUI-ALUNO-TURMA.
           MOVE "A" TO SITUACAO-MAT.
           IF CADMAT-ABERTO EQUAL "SIM"
               MOVE NUMERO-ENT TO NUMERO-MAT
               READ CADMAT KEY IS NUMERO-MAT
                   INVALID KEY
                       MOVE "A" TO SITUACAO-MAT
               END-READ
           END-IF.
           IF (SITUACAO-MAT EQUAL "T" OR SITUACAO-MAT EQUAL "D")
              AND DATA-SIT-MAT IS NOT GREATER THAN DATA-SESSAO
               CONTINUE
           ELSE
               IF TUR-QTDE EQUAL 100
                   DISPLAY "EM01EX31: TURMA " TURMA-SESSAO
                           " COM MAIS DE 100 ALUNOS NO CADALU7"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO TUR-QTDE
               MOVE NUMERO-ENT TO TUR-NUMERO (TUR-QTDE)
               MOVE "NAO" TO TUR-AUSENTE (TUR-QTDE)
           END-IF.

       PROCESSA-DETALHE.
           MOVE "SIM" TO LINHA-VALIDA.
           MOVE SPACES TO CAMPO-ERRO.
           IF SESSAO-ABERTA NOT EQUAL "SIM"
               MOVE "NAO" TO LINHA-VALIDA
               MOVE "HDR" TO CAMPO-ERRO
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
              AND (NUMERO-CHAM IS NOT NUMERIC OR
                   NUMERO-CHAM EQUAL ZEROS)
               MOVE "NAO" TO LINHA-VALIDA
               MOVE "CHAVE" TO CAMPO-ERRO
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
               PERFORM BUSCA-ALUNO-TURMA
               IF ALUNO-ACHADO NOT EQUAL "SIM"
                   MOVE "NAO" TO LINHA-VALIDA
                   MOVE "ALUNO" TO CAMPO-ERRO
               ELSE
                   IF TUR-AUSENTE (TUR-IDX) EQUAL "SIM"
                       MOVE "NAO" TO LINHA-VALIDA
                       MOVE "DUPL" TO CAMPO-ERRO
                   END-IF
               END-IF
           END-IF.
           IF LINHA-VALIDA EQUAL "SIM"
               MOVE "SIM" TO TUR-AUSENTE (TUR-IDX)
               ADD 1 TO AUSENTES-SESSAO
               ADD 1 TO CONT-GRAVADOS
           ELSE
               PERFORM REJEITA-LINHA
           END-IF.

       BUSCA-ALUNO-TURMA.
           MOVE "NAO" TO ALUNO-ACHADO.
           PERFORM VARYING TUR-IDX FROM 1 BY 1
                   UNTIL TUR-IDX IS GREATER THAN TUR-QTDE
                      OR ALUNO-ACHADO EQUAL "SIM"
               IF TUR-NUMERO (TUR-IDX) EQUAL NUMERO-CHAM
                   MOVE "SIM" TO ALUNO-ACHADO
               END-IF
           END-PERFORM.
           IF ALUNO-ACHADO EQUAL "SIM"
               SUBTRACT 1 FROM TUR-IDX
           END-IF.

       FECHA-SESSAO.
           PERFORM VARYING TUR-IDX FROM 1 BY 1
                   UNTIL TUR-IDX IS GREATER THAN TUR-QTDE
               PERFORM ATUALIZA-FREQALU
           END-PERFORM.
           MOVE TURMA-SESSAO    TO TURMA-SES.
           MOVE DISC-SESSAO     TO DISC-SES.
           MOVE DATA-SESSAO     TO DATA-SES.
           MOVE AULAS-SESSAO    TO AULAS-SES.
           MOVE TUR-QTDE        TO ALUNOS-SES.
           MOVE AUSENTES-SESSAO TO AUSENTES-SES.
           ACCEPT LANCTO-SES FROM DATE.
           WRITE REG-SES
               INVALID KEY
                   DISPLAY "EM01EX31: ERRO AO GRAVAR FREQSES.DAT, "
                           "STATUS " WS-STATUS-SES
           END-WRITE.
           ADD 1 TO CONT-SESSOES.
           MOVE "NAO" TO SESSAO-ABERTA.

       ATUALIZA-FREQALU.
           MOVE "NAO" TO FREQ-NOVA.
           MOVE TUR-NUMERO (TUR-IDX) TO NUMERO-FA.
           MOVE ANO-LETIVO           TO ANO-FA.
           MOVE DISC-SESSAO          TO DISC-FA.
           READ FREQALU KEY IS CHAVE-FA
               INVALID KEY
                   MOVE "SIM" TO FREQ-NOVA
                   PERFORM NOVO-FREQALU
           END-READ.
           MOVE TURMA-SESSAO TO TURMA-FA.
           ADD AULAS-SESSAO TO AULAS-FA
                               AULAS-MES-FA (MES-SESSAO).
           IF TUR-AUSENTE (TUR-IDX) EQUAL "SIM"
               ADD AULAS-SESSAO TO FALTAS-FA
                                   FALTAS-MES-FA (MES-SESSAO)
           END-IF.
           IF FREQ-NOVA EQUAL "SIM"
               WRITE REG-FA
           ELSE
               REWRITE REG-FA
           END-IF.

       NOVO-FREQALU.
           MOVE TUR-NUMERO (TUR-IDX) TO NUMERO-FA.
           MOVE ANO-LETIVO           TO ANO-FA.
           MOVE DISC-SESSAO          TO DISC-FA.
           MOVE ZEROS TO AULAS-FA
                         FALTAS-FA.
           PERFORM VARYING MES-IDX FROM 1 BY 1
                   UNTIL MES-IDX IS GREATER THAN 12
               MOVE ZEROS TO AULAS-MES-FA (MES-IDX)
                             FALTAS-MES-FA (MES-IDX)
           END-PERFORM.

       REJEITA-LINHA.
           MOVE REG-CHAM TO CHAM-ERR-LINHA.
           MOVE CAMPO-ERRO TO CHAM-ERR-CAMPO.
           WRITE REG-CHAM-ERR.
           ADD 1 TO CONT-REJEITADOS.

       GRAVA-LOG-EXECUCAO.
           MOVE "EM01EX31" TO LOG-PROGRAMA.
           ACCEPT LOG-DATA FROM DATE.
           SUBTRACT CONT-CABECALHOS FROM CONT-LIDOS
               GIVING LIDOS-LOG.
           MOVE LIDOS-LOG       TO LOG-LIDOS.
           MOVE CONT-GRAVADOS   TO LOG-GRAVADOS.
           MOVE CONT-REJEITADOS TO LOG-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           IF WS-STATUS-LOG NOT EQUAL "00"
               OPEN OUTPUT LOGEXEC
           END-IF.
           WRITE REG-LOG.
           CLOSE LOGEXEC.

       TERMINO.
           IF SESSAO-ABERTA EQUAL "SIM"
               PERFORM FECHA-SESSAO
           END-IF.
           PERFORM GRAVA-LOG-EXECUCAO.
           CLOSE CHAMADA
                 CHAMADA-ERR
                 CADALU7
                 FREQALU
                 FREQSES
                 CADTUR
                 CADDIS.
           IF CADMAT-ABERTO EQUAL "SIM"
               CLOSE CADMAT
           END-IF.
           DISPLAY "EM01EX31: SESSOES LANCADAS " CONT-SESSOES
                   " FALTAS ACEITAS " CONT-GRAVADOS
                   " REJEITADAS " CONT-REJEITADOS.
           IF CONT-REJEITADOS IS GREATER THAN ZERO
               DISPLAY "EM01EX31: LINHAS REJEITADAS: " CONT-REJEITADOS
                       ", VEJA CHAMADA-ERR.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF.
