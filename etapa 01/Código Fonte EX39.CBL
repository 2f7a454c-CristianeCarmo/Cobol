       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX39.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       AVISO AOS RESPONSAVEIS. PARA CADA RESPONSAVEL DO
      *               CADRESP (MANTIDO PELO EM01EX38) CUJO ALUNO ESTA
      *               NO CADALU7 E QUE TEM CONTATO UTILIZAVEL NO CANAL
      *               PREFERIDO (E-MAIL COM @ NO CANAL E, TELEFONE NOS
      *               CANAIS S E W), GRAVA UMA LINHA DELIMITADA POR ";"
      *               NO ARQUIVO AVISOS PARA O GATEWAY DE MENSAGENS,
      *               COM O RESUMO DO BOLETIM DO BIMESTRE (CADBOL DO
      *               EM01EX14: DISCIPLINAS, MEDIA DAS MEDIAS E
      *               DISCIPLINAS REPROVADAS), A CONVOCACAO PARA A
      *               RECUPERACAO (MESMO CRITERIO DO RELCONV DO
      *               EM01EX15 SOBRE O CADCONS) E O ALERTA DE FALTAS
      *               QUANDO A FREQUENCIA DO CADFREQ FICA ABAIXO DE
      *               PARM-FREQ-ALERTA (PADRAO: FREQUENCIA MINIMA MAIS
      *               10 PONTOS, LIMITADO A 100). O RELATORIO RELRESP
      *               LISTA OS ALUNOS SEM RESPONSAVEL OU SEM NENHUM
      *               CONTATO UTILIZAVEL E OS RESPONSAVEIS DE ALUNOS QUE
      *               NAO ESTAO NO CADALU7. RETURN-CODE 12 SE O
      *               PARMEM01 FOR INVALIDO OU SE O CADALU7 OU O
      *               CADRESP NAO PUDEREM SER ABERTOS; SEM CADBOL,
      *               CADCONS OU CADFREQ AS INFORMACOES
      *               CORRESPONDENTES SAEM ZERADAS.
      *               ALUNO TRANSFERIDO OU DESISTENTE NO CADMAT
      *               (EM01EX09) NAO GERA AVISO NEM ENTRA NA LISTA DE
      *               ALUNOS SEM RESPONSAVEL OU SEM CONTATO; OS SEUS
      *               RESPONSAVEIS SAO CONTADOS A PARTE E ENTRAM COMO
      *               REJEITADOS NO LOGEXEC. SEM O CADMAT TODOS OS
      *               ALUNOS SAO AVISADOS.

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
           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RSP
           FILE STATUS IS WS-STATUS-RSP.
           SELECT CADBOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BOL.
           SELECT CADCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONS.
           SELECT CADFREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREQ.
           SELECT PARMEM01 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT AVISOIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVX-NUMERO
           FILE STATUS IS WS-STATUS-IDX.
           SELECT CADMAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-MAT
           FILE STATUS IS WS-STATUS-MAT.
           SELECT AVISOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELRESP ASSIGN TO DISK
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

       FD CADRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADRESP.DAT".
       01 REG-RSP.
           02 CHAVE-RSP.
              03 NUMERO-RSP    PIC 9(05).
              03 SEQ-RSP       PIC 9(01).
           02 NOME-RSP         PIC X(30).
           02 PARENTESCO-RSP   PIC X(10).
           02 TELEFONE-RSP     PIC X(15).
           02 EMAIL-RSP        PIC X(40).
           02 CANAL-RSP        PIC X(01).

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

       FD CADBOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBOL.DAT".
       01 REG-BOL.
           02 NUMERO-BOL    PIC 9(05).
           02 DISC-BOL      PIC 9(03).
           02 NOME-DISC-BOL PIC X(15).
           02 MEDIA-BOL     PIC 99V99.
           02 SITUACAO-BOL  PIC X(10).
           02 TURMA-BOL     PIC X(03).

       FD CADCONS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCONS.DAT".
       01 REG-CONS.
           02 COD-CONS      PIC 9(05).
           02 NOME-CONS     PIC X(20).
           02 MEDIA3-CONS   PIC 99V99.
           02 MEDIA4-CONS   PIC 99V99.
           02 SEXO-CONS     PIC X(01).
           02 TURMA-CONS    PIC X(03).
           02 MEDIA-GERAL   PIC 99V99.
           02 SITUACAO-CONS PIC X(10).
           02 ANO-CONS      PIC 9(04).
           02 BIM-CONS      PIC 9(01).

       FD CADFREQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFREQ.DAT".
       01 REG-FREQ.
           02 NUMERO-FREQ PIC 9(05).
           02 AULAS-FREQ  PIC 9(03).
           02 FALTAS-FREQ PIC 9(03).

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
           02 PARM-FREQ-ALERTA  PIC 999V99.
           02 FILLER            PIC X(26).

       FD AVISOIDX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AVISOIDX.DAT".
       01 REG-AVX.
           02 AVX-NUMERO       PIC 9(05).
           02 AVX-QTDE-DISC    PIC 9(02).
           02 AVX-SOMA-MEDIAS  PIC 9(03)V99.
           02 AVX-DISC-ABAIXO  PIC 9(02).
           02 AVX-CONVOCADO    PIC X(03).
           02 AVX-MEDIA-CONV   PIC 99V99.
           02 AVX-TEM-FREQ     PIC X(03).
           02 AVX-AULAS        PIC 9(03).
           02 AVX-FALTAS       PIC 9(03).
           02 AVX-QTDE-RESP    PIC 9(01).
           02 AVX-QTDE-CONTATO PIC 9(01).

       FD AVISOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AVISOS.TXT".
       01 LINHA-AVISO    PIC X(160).

       FD RELRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELRESP.DAT".
       01 LINHA-RESP     PIC X(80).

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
          77 WS-STATUS-ALU   PIC X(02) VALUE SPACES.
          77 WS-STATUS-RSP   PIC X(02) VALUE SPACES.
          77 WS-STATUS-BOL   PIC X(02) VALUE SPACES.
          77 WS-STATUS-CONS  PIC X(02) VALUE SPACES.
          77 WS-STATUS-FREQ  PIC X(02) VALUE SPACES.
          77 WS-STATUS-PARM  PIC X(02) VALUE SPACES.
          77 WS-STATUS-IDX   PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOG   PIC X(02) VALUE SPACES.
          77 WS-STATUS-MAT   PIC X(02) VALUE SPACES.
          77 CADMAT-ABERTO   PIC X(03) VALUE "NAO".
          77 SIT-MATRICULA   PIC X(01) VALUE SPACES.
          77 ANO-LETIVO      PIC 9(04) VALUE ZEROS.
          77 BIMESTRE        PIC 9(01) VALUE ZEROS.
          77 FREQ-MINIMA     PIC 999V99 VALUE 075,00.
          77 FREQ-ALERTA     PIC 999V99 VALUE ZEROS.
          77 REC-MINIMA      PIC 99V99 VALUE 03,00.
          77 REC-MAXIMA      PIC 99V99 VALUE 05,99.
          77 PARM-ED-FREQ    PIC ZZ9,99.
          77 PARM-ED-ALERTA  PIC ZZ9,99.
          77 PARM-ED-MIN     PIC Z9,99.
          77 PARM-ED-MAX     PIC Z9,99.
          77 DATA-EXECUCAO   PIC 9(06) VALUE ZEROS.

          77 NUMERO-AVALIADO PIC 9(05) VALUE ZEROS.
          77 ACUM-EXISTE     PIC X(03) VALUE "NAO".
          77 ALUNO-ACHADO    PIC X(03) VALUE "NAO".
          77 DESTINO         PIC X(40) VALUE SPACES.
          77 POS-EMAIL       PIC 9(02) VALUE ZEROS.
          77 CONT-ARROBA     PIC 9(02) VALUE ZEROS.
          77 MEDIA-BOLETIM   PIC 99V99 VALUE ZEROS.
          77 PRESENCAS       PIC 9(03) VALUE ZEROS.
          77 PERC-TRAB       PIC 9(05) VALUE ZEROS.
          77 PERC-FREQ       PIC 9(03)V99 VALUE ZEROS.
          77 ALERTA-FREQ     PIC X(03) VALUE "NAO".
          77 MOTIVO          PIC X(30) VALUE SPACES.

          77 DISC-EDIT       PIC Z9.
          77 ABAIXO-EDIT     PIC Z9.
          77 MEDIA-EDIT      PIC Z9,99.
          77 CONV-EDIT       PIC Z9,99.
          77 FREQ-EDIT       PIC ZZ9,99.
          77 FREQ-TEXTO      PIC X(06) VALUE SPACES.

          77 CONT-BOL-LIDOS  PIC 9(07) VALUE ZEROS.
          77 CONT-CONVOCADOS PIC 9(05) VALUE ZEROS.
          77 CONT-FRQ-DUP    PIC 9(05) VALUE ZEROS.
          77 CONT-RESP-LIDOS PIC 9(07) VALUE ZEROS.
          77 CONT-AVISOS     PIC 9(07) VALUE ZEROS.
          77 CONT-SEM-CANAL  PIC 9(05) VALUE ZEROS.
          77 CONT-ORFAOS     PIC 9(05) VALUE ZEROS.
          77 CONT-SAIDAS     PIC 9(05) VALUE ZEROS.
          77 CONT-SEM-RESP   PIC 9(05) VALUE ZEROS.
          77 CONT-SEM-CONTATO PIC 9(05) VALUE ZEROS.
          77 CONT-EXCECOES   PIC 9(07) VALUE ZEROS.
          77 CONT-PAGINA     PIC 9(03) VALUE ZEROS.
          77 LINHA-PAG       PIC 9(03) VALUE ZEROS.

          01 LIN-AVISO-CABEC.
             02 FILLER      PIC X(40) VALUE
                "ALUNO;NOME;TURMA;SEQ;RESPONSAVEL;PARENTE".
             02 FILLER      PIC X(40) VALUE
                "SCO;CANAL;DESTINO;ANO;BIM;QTDDISC;MEDIAB".
             02 FILLER      PIC X(40) VALUE
                "OL;DISCABAIXO;CONVOCADO;MEDIACONV;FREQ;A".
             02 FILLER      PIC X(10) VALUE
                "LERTAFREQ".

          01 LIN-REL-CABEC1.
             02 FILLER     PIC X(42) VALUE
                "EM01 - ALUNOS SEM CONTATO DE RESPONSAVEL".
             02 FILLER     PIC X(06) VALUE "DATA: ".
             02 TIT-DATA   PIC 9(06).
             02 FILLER     PIC X(08) VALUE "   PAG. ".
             02 TIT-PAGINA PIC Z(02)9.

          01 LIN-REL-PERIODO.
             02 FILLER     PIC X(04) VALUE "ANO ".
             02 CAB-ANO    PIC 9(04).
             02 FILLER     PIC X(05) VALUE " BIM ".
             02 CAB-BIM    PIC 9(01).
             02 FILLER     PIC X(17) VALUE "  ALERTA FALTAS <".
             02 FILLER     PIC X(01) VALUE SPACES.
             02 CAB-ALERTA PIC ZZ9,99.
             02 FILLER     PIC X(02) VALUE " %".

          01 LIN-REL-CABEC2.
             02 FILLER     PIC X(40) VALUE
                "ALUNO  NOME                 TURMA SEQ  M".
             02 FILLER     PIC X(40) VALUE
                "OTIVO".

          01 LIN-REL-DET.
             02 DET-NUMERO     PIC Z(04)9.
             02 FILLER         PIC X(02) VALUE SPACES.
             02 DET-NOME       PIC X(20).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-TURMA      PIC X(03).
             02 FILLER         PIC X(04) VALUE SPACES.
             02 DET-SEQ        PIC X(01).
             02 FILLER         PIC X(03) VALUE SPACES.
             02 DET-MOTIVO     PIC X(30).

          01 LIN-REL-TOTAL1.
             02 FILLER       PIC X(33) VALUE
                "ALUNOS SEM RESPONSAVEL.........: ".
             02 TOT-SEM-RESP PIC Z(04)9.
          01 LIN-REL-TOTAL2.
             02 FILLER       PIC X(33) VALUE
                "ALUNOS SEM CONTATO UTILIZAVEL..: ".
             02 TOT-SEM-CONTATO PIC Z(04)9.
          01 LIN-REL-TOTAL3.
             02 FILLER       PIC X(33) VALUE
                "RESPONSAVEIS SEM ALUNO NO CAD..: ".
             02 TOT-ORFAOS   PIC Z(04)9.
          01 LIN-REL-TOTAL4.
             02 FILLER       PIC X(33) VALUE
                "AVISOS GRAVADOS PARA O GATEWAY.: ".
             02 TOT-AVISOS   PIC Z(06)9.
          01 LIN-REL-TOTAL5.
             02 FILLER       PIC X(33) VALUE
                "RESP. DE TRANSF./DESISTENTES...: ".
             02 TOT-SAIDAS   PIC Z(04)9.

          01 LIN-REL-RODAPE.
             02 FILLER       PIC X(33) VALUE
                "*** FIM DO RELATORIO - TOTAL DE ".
             02 ROD-EXCECOES PIC Z(06)9.
             02 FILLER       PIC X(13) VALUE
                " EXCECOES ***".

          01 LIN-REL-BRANCO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX39.
           PERFORM INICIO.
           PERFORM GERA-AVISOS.
           PERFORM LISTA-ALUNOS.
           IF CONT-ORFAOS IS GREATER THAN ZERO
               PERFORM LISTA-ORFAOS
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXECUCAO FROM DATE.
           PERFORM LE-PARAMETROS.
           OPEN OUTPUT AVISOIDX.
           IF WS-STATUS-IDX NOT EQUAL "00"
               DISPLAY "EM01EX39: ERRO AO CRIAR AVISOIDX.DAT, STATUS "
                       WS-STATUS-IDX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AVISOIDX.
           OPEN I-O AVISOIDX.
           PERFORM CARREGA-BOLETIM.
           PERFORM CARREGA-CONVOCACAO.
           PERFORM CARREGA-FREQ.
           OPEN INPUT CADALU7.
           IF WS-STATUS-ALU NOT EQUAL "00"
               DISPLAY "EM01EX39: ERRO AO ABRIR CADALU7.DAT, STATUS "
                       WS-STATUS-ALU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADRESP.
           IF WS-STATUS-RSP NOT EQUAL "00"
               DISPLAY "EM01EX39: ERRO AO ABRIR CADRESP.DAT, STATUS "
                       WS-STATUS-RSP
               DISPLAY "EM01EX39: CADASTRE OS RESPONSAVEIS PELO "
                       "EM01EX38 ANTES DO AVISO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADMAT.
           IF WS-STATUS-MAT EQUAL "00"
               MOVE "SIM" TO CADMAT-ABERTO
           ELSE
               DISPLAY "EM01EX39: CADMAT.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-MAT ", TODOS OS ALUNOS ATIVOS"
           END-IF.
           OPEN OUTPUT AVISOS
                       RELRESP.
           WRITE LINHA-AVISO FROM LIN-AVISO-CABEC.

       LE-PARAMETROS.
           OPEN INPUT PARMEM01.
           IF WS-STATUS-PARM NOT EQUAL "00"
               DISPLAY "EM01EX39: ERRO AO ABRIR PARMEM01.DAT, STATUS "
                       WS-STATUS-PARM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARMEM01 AT END
               DISPLAY "EM01EX39: PARMEM01.DAT VAZIO"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF PARM-ANO-LETIVO IS NOT NUMERIC OR
              PARM-BIMESTRE IS NOT NUMERIC OR
              PARM-BIMESTRE IS LESS THAN 1 OR
              PARM-BIMESTRE IS GREATER THAN 4
               DISPLAY "EM01EX39: ANO LETIVO OU BIMESTRE INVALIDO EM"
                       " PARMEM01.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-ANO-LETIVO TO ANO-LETIVO.
           MOVE PARM-BIMESTRE   TO BIMESTRE.
           IF PARM-FREQ-MINIMA IS NUMERIC
               MOVE PARM-FREQ-MINIMA TO FREQ-MINIMA
           END-IF.
           IF PARM-REC-MINIMA IS NUMERIC
               MOVE PARM-REC-MINIMA TO REC-MINIMA
           END-IF.
           IF PARM-REC-MAXIMA IS NUMERIC
               MOVE PARM-REC-MAXIMA TO REC-MAXIMA
           END-IF.
           IF PARM-FREQ-ALERTA IS NUMERIC AND
              PARM-FREQ-ALERTA IS GREATER THAN ZERO
               MOVE PARM-FREQ-ALERTA TO FREQ-ALERTA
           ELSE
               ADD 10 TO FREQ-MINIMA GIVING FREQ-ALERTA
           END-IF.
           IF FREQ-ALERTA IS GREATER THAN 100
               MOVE 100 TO FREQ-ALERTA
           END-IF.
           CLOSE PARMEM01.
           MOVE FREQ-MINIMA TO PARM-ED-FREQ.
           MOVE FREQ-ALERTA TO PARM-ED-ALERTA.
           MOVE REC-MINIMA  TO PARM-ED-MIN.
           MOVE REC-MAXIMA  TO PARM-ED-MAX.
           DISPLAY "EM01EX39: ANO LETIVO " ANO-LETIVO
                   " BIMESTRE " BIMESTRE.
           DISPLAY "EM01EX39: FREQUENCIA MINIMA " PARM-ED-FREQ
                   " ALERTA ABAIXO DE " PARM-ED-ALERTA.
           DISPLAY "EM01EX39: FAIXA DE RECUPERACAO " PARM-ED-MIN
                   " A " PARM-ED-MAX.

       CARREGA-BOLETIM.
           OPEN INPUT CADBOL.
           IF WS-STATUS-BOL NOT EQUAL "00"
               DISPLAY "EM01EX39: CADBOL.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-BOL ", AVISOS SEM BOLETIM"
           ELSE
               MOVE "NAO" TO FIM-ARQ
               READ CADBOL AT END MOVE "SIM" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   PERFORM ACUMULA-BOLETIM
                   READ CADBOL AT END MOVE "SIM" TO FIM-ARQ
               END-PERFORM
               CLOSE CADBOL
           END-IF.

       ACUMULA-BOLETIM.
           ADD 1 TO CONT-BOL-LIDOS.
           MOVE NUMERO-BOL TO NUMERO-AVALIADO.
           PERFORM POSICIONA-ALUNO.
           ADD 1 TO AVX-QTDE-DISC.
           ADD MEDIA-BOL TO AVX-SOMA-MEDIAS.
           IF SITUACAO-BOL EQUAL "REPROVADO"
               ADD 1 TO AVX-DISC-ABAIXO
           END-IF.
           PERFORM GRAVA-ACUMULADO.

       CARREGA-CONVOCACAO.
           OPEN INPUT CADCONS.
           IF WS-STATUS-CONS NOT EQUAL "00"
               DISPLAY "EM01EX39: CADCONS.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-CONS ", AVISOS SEM CONVOCACAO"
           ELSE
               MOVE "NAO" TO FIM-ARQ
               READ CADCONS AT END MOVE "SIM" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   PERFORM VERIFICA-CONVOCACAO
                   READ CADCONS AT END MOVE "SIM" TO FIM-ARQ
               END-PERFORM
               CLOSE CADCONS
           END-IF.

       VERIFICA-CONVOCACAO.
           IF SITUACAO-CONS EQUAL "REPROVADO"
              AND MEDIA-GERAL IS NOT LESS THAN REC-MINIMA
              AND MEDIA-GERAL IS NOT GREATER THAN REC-MAXIMA
               MOVE COD-CONS TO NUMERO-AVALIADO
               PERFORM POSICIONA-ALUNO
               MOVE "SIM"       TO AVX-CONVOCADO
               MOVE MEDIA-GERAL TO AVX-MEDIA-CONV
               PERFORM GRAVA-ACUMULADO
               ADD 1 TO CONT-CONVOCADOS
           END-IF.

       CARREGA-FREQ.
           OPEN INPUT CADFREQ.
           IF WS-STATUS-FREQ NOT EQUAL "00"
               DISPLAY "EM01EX39: CADFREQ.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-FREQ ", AVISOS SEM FREQUENCIA"
           ELSE
               MOVE "NAO" TO FIM-ARQ
               READ CADFREQ AT END MOVE "SIM" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   PERFORM ACUMULA-FREQ
                   READ CADFREQ AT END MOVE "SIM" TO FIM-ARQ
               END-PERFORM
               CLOSE CADFREQ
               IF CONT-FRQ-DUP IS GREATER THAN ZERO
                   DISPLAY "EM01EX39: ALUNOS DUPLICADOS NO CADFREQ.DAT"
                           " IGNORADOS: " CONT-FRQ-DUP
               END-IF
           END-IF.

       ACUMULA-FREQ.
           MOVE NUMERO-FREQ TO NUMERO-AVALIADO.
           PERFORM POSICIONA-ALUNO.
           IF AVX-TEM-FREQ EQUAL "SIM"
               ADD 1 TO CONT-FRQ-DUP
           ELSE
               MOVE "SIM"       TO AVX-TEM-FREQ
               MOVE AULAS-FREQ  TO AVX-AULAS
               MOVE FALTAS-FREQ TO AVX-FALTAS
               PERFORM GRAVA-ACUMULADO
           END-IF.

       POSICIONA-ALUNO.
           MOVE NUMERO-AVALIADO TO AVX-NUMERO.
           READ AVISOIDX KEY IS AVX-NUMERO
               INVALID KEY
                   MOVE "NAO" TO ACUM-EXISTE
                   MOVE NUMERO-AVALIADO TO AVX-NUMERO
                   MOVE ZEROS TO AVX-QTDE-DISC
                                 AVX-SOMA-MEDIAS
                                 AVX-DISC-ABAIXO
                                 AVX-MEDIA-CONV
                                 AVX-AULAS
                                 AVX-FALTAS
                                 AVX-QTDE-RESP
                                 AVX-QTDE-CONTATO
                   MOVE "NAO" TO AVX-CONVOCADO
                                 AVX-TEM-FREQ
               NOT INVALID KEY
                   MOVE "SIM" TO ACUM-EXISTE
           END-READ.

       GRAVA-ACUMULADO.
           IF ACUM-EXISTE EQUAL "SIM"
               REWRITE REG-AVX
           ELSE
               WRITE REG-AVX
               MOVE "SIM" TO ACUM-EXISTE
           END-IF.

       GERA-AVISOS.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               READ CADRESP NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END PERFORM AVALIA-RESPONSAVEL
               END-READ
           END-PERFORM.

       AVALIA-RESPONSAVEL.
           ADD 1 TO CONT-RESP-LIDOS.
           PERFORM BUSCA-ALUNO.
           IF ALUNO-ACHADO EQUAL "NAO"
               ADD 1 TO CONT-ORFAOS
           ELSE
               MOVE NUMERO-RSP TO NUMERO-MAT
               PERFORM BUSCA-MATRICULA
               IF SIT-MATRICULA EQUAL "T" OR SIT-MATRICULA EQUAL "D"
                   ADD 1 TO CONT-SAIDAS
               ELSE
                   PERFORM AVISA-RESPONSAVEL
               END-IF
           END-IF.

       AVISA-RESPONSAVEL.
           MOVE NUMERO-RSP TO NUMERO-AVALIADO.
           PERFORM POSICIONA-ALUNO.
           ADD 1 TO AVX-QTDE-RESP.
           PERFORM BUSCA-DESTINO.
           IF DESTINO EQUAL SPACES
               ADD 1 TO CONT-SEM-CANAL
           ELSE
               ADD 1 TO AVX-QTDE-CONTATO
               PERFORM GRAVA-AVISO
           END-IF.
           PERFORM GRAVA-ACUMULADO.

       BUSCA-MATRICULA.
           MOVE SPACES TO SIT-MATRICULA.
           IF CADMAT-ABERTO EQUAL "SIM"
               READ CADMAT KEY IS NUMERO-MAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SITUACAO-MAT TO SIT-MATRICULA
               END-READ
           END-IF.

       BUSCA-ALUNO.
           MOVE NUMERO-RSP TO NUMERO-ENT.
           READ CADALU7 KEY IS NUMERO-ENT
               INVALID KEY
                   MOVE "NAO" TO ALUNO-ACHADO
               NOT INVALID KEY
                   MOVE "SIM" TO ALUNO-ACHADO
           END-READ.

       BUSCA-DESTINO.
           MOVE SPACES TO DESTINO.
           EVALUATE CANAL-RSP
               WHEN "E"
                   MOVE ZEROS TO CONT-ARROBA
                   PERFORM CONTA-ARROBA
                       VARYING POS-EMAIL FROM 1 BY 1
                       UNTIL POS-EMAIL IS GREATER THAN 40
                   IF CONT-ARROBA EQUAL 1
                       MOVE EMAIL-RSP TO DESTINO
                   END-IF
               WHEN "S"
               WHEN "W"
                   MOVE TELEFONE-RSP TO DESTINO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONTA-ARROBA.
           IF EMAIL-RSP (POS-EMAIL:1) EQUAL "@"
               ADD 1 TO CONT-ARROBA
           END-IF.

       GRAVA-AVISO.
           MOVE ZEROS TO MEDIA-BOLETIM.
           IF AVX-QTDE-DISC IS GREATER THAN ZERO
               DIVIDE AVX-SOMA-MEDIAS BY AVX-QTDE-DISC
                   GIVING MEDIA-BOLETIM ROUNDED
           END-IF.
           MOVE AVX-QTDE-DISC   TO DISC-EDIT.
           MOVE MEDIA-BOLETIM   TO MEDIA-EDIT.
           MOVE AVX-DISC-ABAIXO TO ABAIXO-EDIT.
           MOVE AVX-MEDIA-CONV  TO CONV-EDIT.
           MOVE "NAO" TO ALERTA-FREQ.
           IF AVX-TEM-FREQ EQUAL "SIM"
               PERFORM CALCULA-PERC-FREQ
               MOVE PERC-FREQ TO FREQ-EDIT
               MOVE FREQ-EDIT TO FREQ-TEXTO
               IF PERC-FREQ IS LESS THAN FREQ-ALERTA
                   MOVE "SIM" TO ALERTA-FREQ
               END-IF
           ELSE
               MOVE SPACES TO FREQ-TEXTO
           END-IF.
           MOVE SPACES TO LINHA-AVISO.
           STRING NUMERO-RSP      DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  NOME-ENT        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  TURMA-ENT       DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  SEQ-RSP         DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  NOME-RSP        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  PARENTESCO-RSP  DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  CANAL-RSP       DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  DESTINO         DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ANO-LETIVO      DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  BIMESTRE        DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  DISC-EDIT       DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  MEDIA-EDIT      DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ABAIXO-EDIT     DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  AVX-CONVOCADO   DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  CONV-EDIT       DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  FREQ-TEXTO      DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  ALERTA-FREQ     DELIMITED BY SIZE
               INTO LINHA-AVISO.
           WRITE LINHA-AVISO.
           ADD 1 TO CONT-AVISOS.

       CALCULA-PERC-FREQ.
           IF AVX-AULAS IS GREATER THAN ZERO
               SUBTRACT AVX-FALTAS
                   FROM AVX-AULAS GIVING PRESENCAS
               MULTIPLY PRESENCAS BY 100 GIVING PERC-TRAB
               DIVIDE PERC-TRAB BY AVX-AULAS
                   GIVING PERC-FREQ
           ELSE
               MOVE ZEROS TO PERC-FREQ
           END-IF.

       LISTA-ALUNOS.
           PERFORM CABECALHO-PAGINA.
           CLOSE CADALU7.
           OPEN INPUT CADALU7.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               READ CADALU7 NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END PERFORM VERIFICA-ALUNO
               END-READ
           END-PERFORM.

       VERIFICA-ALUNO.
           MOVE NUMERO-ENT TO NUMERO-MAT.
           PERFORM BUSCA-MATRICULA.
           IF SIT-MATRICULA NOT EQUAL "T" AND
              SIT-MATRICULA NOT EQUAL "D"
               PERFORM CONFERE-CONTATO
           END-IF.

       CONFERE-CONTATO.
           MOVE NUMERO-ENT TO NUMERO-AVALIADO.
           PERFORM POSICIONA-ALUNO.
           MOVE SPACES TO MOTIVO.
           IF AVX-QTDE-RESP EQUAL ZERO
               MOVE "SEM RESPONSAVEL" TO MOTIVO
               ADD 1 TO CONT-SEM-RESP
           ELSE
               IF AVX-QTDE-CONTATO EQUAL ZERO
                   MOVE "SEM CONTATO UTILIZAVEL" TO MOTIVO
                   ADD 1 TO CONT-SEM-CONTATO
               END-IF
           END-IF.
           IF MOTIVO NOT EQUAL SPACES
               MOVE NUMERO-ENT TO DET-NUMERO
               MOVE NOME-ENT   TO DET-NOME
               MOVE TURMA-ENT  TO DET-TURMA
               MOVE SPACES     TO DET-SEQ
               MOVE MOTIVO     TO DET-MOTIVO
               PERFORM IMPRIME-DETALHE
           END-IF.

       LISTA-ORFAOS.
           CLOSE CADRESP.
           OPEN INPUT CADRESP.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               READ CADRESP NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END PERFORM VERIFICA-ORFAO
               END-READ
           END-PERFORM.

       VERIFICA-ORFAO.
           PERFORM BUSCA-ALUNO.
           IF ALUNO-ACHADO EQUAL "NAO"
               MOVE NUMERO-RSP TO DET-NUMERO
               MOVE NOME-RSP   TO DET-NOME
               MOVE SPACES     TO DET-TURMA
               MOVE SEQ-RSP    TO DET-SEQ
               MOVE "ALUNO NAO CADASTRADO NO CADALU7" TO DET-MOTIVO
               PERFORM IMPRIME-DETALHE
           END-IF.

       IMPRIME-DETALHE.
           IF LINHA-PAG IS GREATER THAN 55
               PERFORM CABECALHO-PAGINA
           END-IF.
           WRITE LINHA-RESP FROM LIN-REL-DET.
           ADD 1 TO LINHA-PAG.
           ADD 1 TO CONT-EXCECOES.

       CABECALHO-PAGINA.
           IF CONT-PAGINA IS GREATER THAN ZERO
               WRITE LINHA-RESP FROM LIN-REL-BRANCO
           END-IF.
           ADD 1 TO CONT-PAGINA.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           MOVE CONT-PAGINA   TO TIT-PAGINA.
           WRITE LINHA-RESP FROM LIN-REL-CABEC1.
           MOVE ANO-LETIVO  TO CAB-ANO.
           MOVE BIMESTRE    TO CAB-BIM.
           MOVE FREQ-ALERTA TO CAB-ALERTA.
           WRITE LINHA-RESP FROM LIN-REL-PERIODO.
           WRITE LINHA-RESP FROM LIN-REL-CABEC2.
           MOVE 3 TO LINHA-PAG.

       IMPRIME-TOTAIS.
           IF LINHA-PAG IS GREATER THAN 48
               PERFORM CABECALHO-PAGINA
           END-IF.
           WRITE LINHA-RESP FROM LIN-REL-BRANCO.
           MOVE CONT-SEM-RESP    TO TOT-SEM-RESP.
           WRITE LINHA-RESP FROM LIN-REL-TOTAL1.
           MOVE CONT-SEM-CONTATO TO TOT-SEM-CONTATO.
           WRITE LINHA-RESP FROM LIN-REL-TOTAL2.
           MOVE CONT-ORFAOS      TO TOT-ORFAOS.
           WRITE LINHA-RESP FROM LIN-REL-TOTAL3.
           MOVE CONT-AVISOS      TO TOT-AVISOS.
           WRITE LINHA-RESP FROM LIN-REL-TOTAL4.
           MOVE CONT-SAIDAS      TO TOT-SAIDAS.
           WRITE LINHA-RESP FROM LIN-REL-TOTAL5.
           MOVE CONT-EXCECOES    TO ROD-EXCECOES.
           WRITE LINHA-RESP FROM LIN-REL-RODAPE.
           DISPLAY "EM01EX39: RESPONSAVEIS LIDOS " CONT-RESP-LIDOS
                   " AVISOS GRAVADOS " CONT-AVISOS.
           DISPLAY "EM01EX39: CONVOCADOS PARA RECUPERACAO "
                   CONT-CONVOCADOS
                   " RESPONSAVEIS SEM CONTATO NO CANAL "
                   CONT-SEM-CANAL.
           DISPLAY "EM01EX39: RESPONSAVEIS DE ALUNOS TRANSFERIDOS OU"
                   " DESISTENTES " CONT-SAIDAS.

       GRAVA-LOG-EXECUCAO.
           MOVE "EM01EX39" TO LOG-PROGRAMA.
           ACCEPT LOG-DATA FROM DATE.
           MOVE CONT-RESP-LIDOS TO LOG-LIDOS.
           MOVE CONT-AVISOS     TO LOG-GRAVADOS.
           ADD CONT-SEM-CANAL CONT-ORFAOS CONT-SAIDAS
               GIVING LOG-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           IF WS-STATUS-LOG NOT EQUAL "00"
               OPEN OUTPUT LOGEXEC
           END-IF.
           WRITE REG-LOG.
           CLOSE LOGEXEC.

       TERMINO.
           MOVE SPACES TO LINHA-AVISO.
           STRING "TOTAL;"    DELIMITED BY SIZE
                  CONT-AVISOS DELIMITED BY SIZE
               INTO LINHA-AVISO.
           WRITE LINHA-AVISO.
           PERFORM GRAVA-LOG-EXECUCAO.
           CLOSE CADALU7
                 CADRESP
                 AVISOIDX
                 AVISOS
                 RELRESP.
           IF CADMAT-ABERTO EQUAL "SIM"
               CLOSE CADMAT
           END-IF.
