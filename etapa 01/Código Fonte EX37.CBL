       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX37.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       EMISSAO DE DOCUMENTOS OFICIAIS DA SECRETARIA COM
      *               REGISTRO NUMERADO. PARAMETROS DE EXECUCAO:
      *                 EMITE TIPO NNNNN OPERADOR
      *                 CONSULTA NNNNNNN [CODIGO]
      *               TIPO DECL = DECLARACAO DE MATRICULA (ALUNO DO
      *               CADALU7, TURMA E ANO LETIVO DO CADTUR); GUIA =
      *               HISTORICO ESCOLAR PARA TRANSFERENCIA (ANOS, MEDIAS
      *               FINAIS E SITUACAO DO CADHIST, MAIS O RESULTADO DO
      *               ANO EM CURSO DO CADFIM AINDA NAO LEVADO AO
      *               HISTORICO); CERT = CERTIFICADO DE CONCLUSAO, SO
      *               EMITIDO SE O ULTIMO ANO DO CADHIST FOR APROVADO,
      *               APROVADO-REC OU APROV.CONS. ALUNO JA EXCLUIDO DO
      *               CADALU7 (FORMADO) TEM O NOME TIRADO DO CADHIST.
      *               CADA EMISSAO RECEBE O PROXIMO NUMERO SEQUENCIAL E
      *               UM CODIGO DE VERIFICACAO, E E GRAVADA NO REGISTRO
      *               INDEXADO DOCREG (NUMERO, TIPO, ALUNO, DATA, HORA,
      *               OPERADOR E CODIGO); O REGISTRO DE NUMERO ZERO
      *               GUARDA O ULTIMO NUMERO USADO. O DOCUMENTO E
      *               GRAVADO EM DOCEMIT PARA IMPRESSAO. CONSULTA
      *               MOSTRA OS DADOS DA EMISSAO E, SE O CODIGO FOR
      *               INFORMADO, CONFIRMA SE O DOCUMENTO E AUTENTICO.
      *               TERMINA COM RETURN-CODE 8 QUANDO A EMISSAO E
      *               RECUSADA OU O DOCUMENTO NAO CONFERE, E 12 EM
      *               PARAMETRO INVALIDO OU ERRO DE ABERTURA.
      *               NA GUIA DE ALUNO TRANSFERIDO (SITUACAO T NO
      *               CADMAT, REGISTRADA PELO EM01EX09) SAEM TAMBEM A
      *               DATA DA TRANSFERENCIA, A ESCOLA DE DESTINO E, POR
      *               DISCIPLINA, AS NOTAS DOS BIMESTRES DO ANO DA
      *               TRANSFERENCIA LANCADAS NO CADNOTA E A FREQUENCIA
      *               DO FREQALU (EM01EX31) SOMADA ATE O MES DA
      *               TRANSFERENCIA, COM A FREQUENCIA GLOBAL. ALUNO
      *               TRANSFERIDO SEM ANO NO CADHIST TAMBEM RECEBE A
      *               GUIA. O FREQALU E LIDO NO ANO DA TRANSFERENCIA.
      *               A DECLARACAO DE MATRICULA E RECUSADA PARA ALUNO
      *               TRANSFERIDO OU DESISTENTE NO CADMAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCREG ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-DOC
           FILE STATUS IS WS-STATUS-DOC.
           SELECT CADALU7 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-ENT
           FILE STATUS IS WS-STATUS-ALU.
           SELECT CADHIST ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-HIST
           FILE STATUS IS WS-STATUS-HIST.
           SELECT CADFIM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FIM.
           SELECT CADTUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TURMA-TM
           FILE STATUS IS WS-STATUS-TUR.
           SELECT CADMAT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-MAT
           FILE STATUS IS WS-STATUS-MAT.
           SELECT CADNOTA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-NT
           FILE STATUS IS WS-STATUS-NT.
           SELECT FREQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-FA
           FILE STATUS IS WS-STATUS-FA.
           SELECT DOCEMIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD DOCREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DOCREG.DAT".
       01 REG-DOC.
           02 NUMERO-DOC     PIC 9(07).
           02 TIPO-DOC       PIC X(04).
           02 ALUNO-DOC      PIC 9(05).
           02 NOME-DOC       PIC X(20).
           02 TURMA-DOC      PIC X(03).
           02 ANO-REF-DOC    PIC 9(04).
           02 DATA-DOC       PIC 9(06).
           02 HORA-DOC       PIC 9(08).
           02 OPERADOR-DOC   PIC X(08).
           02 CODVER-DOC     PIC 9(08).
       01 REG-DOC-CTL.
           02 CHAVE-CTL      PIC 9(07).
           02 ULTIMO-CTL     PIC 9(07).
           02 FILLER         PIC X(59).

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

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
       01 REG-TM.
           02 TURMA-TM      PIC X(03).
           02 DESC-TM       PIC X(20).
           02 ANO-TM        PIC 9(04).

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

       FD DOCEMIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DOCEMIT.DAT".
       01 LINHA-DOC      PIC X(80).

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
          77 WS-PARM         PIC X(40) VALUE SPACES.
          77 WS-MODO         PIC X(08) VALUE SPACES.
          77 PARM-ARG1       PIC X(08) VALUE SPACES.
          77 PARM-ARG2       PIC X(08) VALUE SPACES.
          77 PARM-ARG3       PIC X(08) VALUE SPACES.
          77 WS-STATUS-DOC   PIC X(02) VALUE SPACES.
          77 WS-STATUS-ALU   PIC X(02) VALUE SPACES.
          77 WS-STATUS-HIST  PIC X(02) VALUE SPACES.
          77 WS-STATUS-FIM   PIC X(02) VALUE SPACES.
          77 WS-STATUS-TUR   PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOG   PIC X(02) VALUE SPACES.

          77 TIPO-PEDIDO     PIC X(04) VALUE SPACES.
          77 ALUNO-PEDIDO    PIC 9(05) VALUE ZEROS.
          77 OPERADOR-PEDIDO PIC X(08) VALUE SPACES.
          77 DOC-PEDIDO      PIC 9(07) VALUE ZEROS.
          77 CODIGO-PEDIDO   PIC X(08) VALUE SPACES.

          77 OPERACAO-OK     PIC X(03) VALUE "SIM".
          77 MOTIVO-RECUSA   PIC X(50) VALUE SPACES.
          77 ALUNO-ACHADO    PIC X(03) VALUE "NAO".
          77 CTL-ACHADO      PIC X(03) VALUE "NAO".
          77 NOME-ALUNO      PIC X(20) VALUE SPACES.
          77 TURMA-ALUNO     PIC X(03) VALUE SPACES.
          77 DESC-TURMA      PIC X(20) VALUE SPACES.
          77 ANO-TURMA       PIC 9(04) VALUE ZEROS.
          77 ANO-REFERENCIA  PIC 9(04) VALUE ZEROS.
          77 ULTIMO-NUMERO   PIC 9(07) VALUE ZEROS.
          77 CALC-VERIF      PIC 9(12) VALUE ZEROS.
          77 CALC-QUOC       PIC 9(12) VALUE ZEROS.
          77 CODIGO-VERIF    PIC 9(08) VALUE ZEROS.
          77 HORA-EXECUCAO   PIC 9(08) VALUE ZEROS.
          77 DATA-EXECUCAO   PIC 9(06) VALUE ZEROS.
          77 CONT-EMITIDOS   PIC 9(07) VALUE ZEROS.
          77 CONT-RECUSADOS  PIC 9(07) VALUE ZEROS.

          77 HIS-QTDE        PIC 9(02) VALUE ZEROS.
          77 HIS-IDX         PIC 9(02) VALUE ZEROS.
          77 HIS-CADFIM      PIC X(03) VALUE "NAO".

          77 WS-STATUS-MAT   PIC X(02) VALUE SPACES.
          77 WS-STATUS-NT    PIC X(02) VALUE SPACES.
          77 WS-STATUS-FA    PIC X(02) VALUE SPACES.
          77 ALUNO-TRANSF    PIC X(03) VALUE "NAO".
          77 ESCOLA-TRANSF   PIC X(30) VALUE SPACES.
          77 SIT-MATRICULA   PIC X(01) VALUE SPACES.
          77 ANO-TRANSF      PIC 9(04) VALUE ZEROS.
          77 MES-TRANSF      PIC 9(02) VALUE ZEROS.
          77 TRF-QTDE        PIC 9(02) VALUE ZEROS.
          77 TRF-IDX         PIC 9(02) VALUE ZEROS.
          77 BIM-IDX         PIC 9(01) VALUE ZEROS.
          77 MES-IDX         PIC 9(02) VALUE ZEROS.
          77 TOT-AULAS-TRF   PIC 9(05) VALUE ZEROS.
          77 TOT-FALTAS-TRF  PIC 9(05) VALUE ZEROS.
          77 FREQ-AULAS      PIC 9(05) VALUE ZEROS.
          77 FREQ-FALTAS     PIC 9(05) VALUE ZEROS.
          77 FREQ-TRAB       PIC 9(07) VALUE ZEROS.
          77 FREQ-PERC       PIC 999V99 VALUE ZEROS.
          77 NOTA-EDIT       PIC Z9,99.

          01 DATA-TRANSF.
             02 DTR-ANO      PIC 9(02).
             02 DTR-MES      PIC 9(02).
             02 DTR-DIA      PIC 9(02).

          01 TAB-TRANSF.
             02 TRF-ITEM OCCURS 20 TIMES.
                03 TRF-DISC     PIC 9(03).
                03 TRF-NOME     PIC X(15).
                03 TRF-NOTA     PIC 99V99 OCCURS 4 TIMES.
                03 TRF-AULAS    PIC 9(04).
                03 TRF-FALTAS   PIC 9(04).

          01 DATA-EDICAO.
             02 DED-ANO      PIC 9(02).
             02 DED-MES      PIC 9(02).
             02 DED-DIA      PIC 9(02).

          01 TAB-HIST.
             02 HIS-ITEM OCCURS 30 TIMES.
                03 HIS-ANO      PIC 9(04).
                03 HIS-TURMA    PIC X(03).
                03 HIS-MEDIA    PIC 99V99.
                03 HIS-SITUACAO PIC X(12).
                03 HIS-ORIGEM   PIC X(01).

          01 LIN-DOC-CABEC1.
             02 FILLER     PIC X(42) VALUE
                "EM01 - SECRETARIA ESCOLAR".
             02 FILLER     PIC X(06) VALUE "DATA: ".
             02 TIT-DATA   PIC 9(06).

          01 LIN-DOC-NUMERO.
             02 FILLER     PIC X(14) VALUE "DOCUMENTO No. ".
             02 CAB-NUMERO PIC 9(07).
             02 FILLER     PIC X(27) VALUE
                "   CODIGO DE VERIFICACAO: ".
             02 CAB-CODVER PIC 9(08).

          01 LIN-DOC-TITULO.
             02 FILLER     PIC X(20) VALUE SPACES.
             02 CAB-TITULO PIC X(40).

          01 LIN-DOC-DECLARA.
             02 FILLER     PIC X(40) VALUE
                "DECLARAMOS PARA OS DEVIDOS FINS QUE O(A)".
             02 FILLER     PIC X(40) VALUE
                " ALUNO(A) ABAIXO ESTA".

          01 LIN-DOC-CURSOU1.
             02 FILLER     PIC X(40) VALUE
                "CERTIFICAMOS QUE O(A) ALUNO(A) ABAIXO CU".
             02 FILLER     PIC X(40) VALUE
                "RSOU NESTA ESCOLA OS ANOS".
          01 LIN-DOC-CURSOU2  PIC X(80) VALUE
             "LETIVOS RELACIONADOS, COM OS RESULTADOS A SEGUIR.".

          01 LIN-DOC-CERTIFICA.
             02 FILLER     PIC X(40) VALUE
                "CERTIFICAMOS QUE O(A) ALUNO(A) ABAIXO CO".
             02 FILLER     PIC X(40) VALUE
                "NCLUIU O CURSO NESTA".

          01 LIN-DOC-ANO-LETIVO.
             02 FILLER     PIC X(40) VALUE
                "REGULARMENTE MATRICULADO(A) NESTA ESCOLA".
             02 FILLER     PIC X(16) VALUE
                " NO ANO LETIVO ".
             02 TXT-ANO    PIC 9(04).
             02 FILLER     PIC X(01) VALUE ".".

          01 LIN-DOC-CONCLUIU.
             02 FILLER     PIC X(21) VALUE
                "ESCOLA NO ANO LETIVO ".
             02 TXT-ANO-CONCL PIC 9(04).
             02 FILLER     PIC X(40) VALUE
                ", COM O HISTORICO ESCOLAR A SEGUIR.".

          01 LIN-DOC-ALUNO.
             02 FILLER     PIC X(13) VALUE "ALUNO(A) ..: ".
             02 DOC-NOME   PIC X(20).
             02 FILLER     PIC X(14) VALUE "   MATRICULA: ".
             02 DOC-ALUNO  PIC 9(05).

          01 LIN-DOC-TURMA.
             02 FILLER     PIC X(13) VALUE "TURMA .....: ".
             02 DOC-TURMA  PIC X(03).
             02 FILLER     PIC X(03) VALUE " - ".
             02 DOC-TURMA-DESC PIC X(20).

          01 LIN-DOC-HIST-CAB.
             02 FILLER     PIC X(40) VALUE
                "  ANO   TURMA   MEDIA FINAL   SITUACAO".

          01 LIN-DOC-HIST-DET.
             02 FILLER     PIC X(02) VALUE SPACES.
             02 HDET-ANO   PIC 9(04).
             02 FILLER     PIC X(04) VALUE SPACES.
             02 HDET-TURMA PIC X(03).
             02 FILLER     PIC X(07) VALUE SPACES.
             02 HDET-MEDIA PIC Z9,99.
             02 FILLER     PIC X(09) VALUE SPACES.
             02 HDET-SIT   PIC X(12).
             02 FILLER     PIC X(01) VALUE SPACES.
             02 HDET-MARCA PIC X(03).

          01 LIN-DOC-NOTA-CADFIM  PIC X(80) VALUE
             "(*) ANO EM CURSO, AINDA NAO TRANSCRITO NO HISTORICO".

          01 LIN-DOC-TRANSF.
             02 FILLER     PIC X(18) VALUE "TRANSFERIDO(A) EM ".
             02 TRA-DIA    PIC 9(02).
             02 FILLER     PIC X(01) VALUE "/".
             02 TRA-MES    PIC 9(02).
             02 FILLER     PIC X(01) VALUE "/".
             02 TRA-ANO    PIC 9(02).
             02 FILLER     PIC X(16) VALUE " PARA A ESCOLA: ".
             02 TRA-ESCOLA PIC X(30).

          01 LIN-DOC-TRANSF-TIT.
             02 FILLER     PIC X(33) VALUE
                "NOTAS E FREQUENCIA DO ANO LETIVO ".
             02 TRT-ANO    PIC 9(04).
             02 FILLER     PIC X(20) VALUE
                " ATE A TRANSFERENCIA".

          01 LIN-DOC-TRANSF-CAB.
             02 FILLER     PIC X(40) VALUE
                " DISC  DISCIPLINA      1.BIM 2.BIM 3.BIM".
             02 FILLER     PIC X(40) VALUE
                " 4.BIM AULAS FALTAS FREQ %".

          01 LIN-DOC-TRANSF-DET.
             02 FILLER      PIC X(02) VALUE SPACES.
             02 TDET-DISC   PIC 9(03).
             02 FILLER      PIC X(02) VALUE SPACES.
             02 TDET-NOME   PIC X(15).
             02 FILLER      PIC X(01) VALUE SPACES.
             02 TDET-NOTAS OCCURS 4 TIMES.
                03 TDET-NOTA PIC X(05).
                03 FILLER    PIC X(01).
             02 FILLER      PIC X(01) VALUE SPACES.
             02 TDET-AULAS  PIC Z(03)9.
             02 FILLER      PIC X(02) VALUE SPACES.
             02 TDET-FALTAS PIC Z(03)9.
             02 FILLER      PIC X(02) VALUE SPACES.
             02 TDET-FREQ   PIC ZZ9,99.

          01 LIN-DOC-TRANSF-TOT.
             02 FILLER      PIC X(47) VALUE
                "  FREQUENCIA GLOBAL ATE A TRANSFERENCIA".
             02 TTOT-AULAS  PIC Z(04)9.
             02 FILLER      PIC X(01) VALUE SPACES.
             02 TTOT-FALTAS PIC Z(04)9.
             02 FILLER      PIC X(02) VALUE SPACES.
             02 TTOT-FREQ   PIC ZZ9,99.

          01 LIN-DOC-SEM-NOTAS  PIC X(80) VALUE
             "  NENHUMA NOTA LANCADA NO ANO ATE A TRANSFERENCIA".

          01 LIN-DOC-TRANSF-OBS.
             02 FILLER     PIC X(40) VALUE
                "( - ) NOTA NAO LANCADA. FREQUENCIA SOMAD".
             02 FILLER     PIC X(40) VALUE
                "A ATE O MES DA TRANSFERENCIA.".

          01 LIN-DOC-EMISSAO.
             02 FILLER     PIC X(11) VALUE "EMITIDO EM ".
             02 EMI-DIA    PIC 9(02).
             02 FILLER     PIC X(01) VALUE "/".
             02 EMI-MES    PIC 9(02).
             02 FILLER     PIC X(01) VALUE "/".
             02 EMI-ANO    PIC 9(02).
             02 FILLER     PIC X(05) VALUE " POR ".
             02 EMI-OPERADOR PIC X(08).

          01 LIN-DOC-AUTENT1  PIC X(80) VALUE
             "A AUTENTICIDADE DESTE DOCUMENTO PODE SER CONFIRMADA NA".
          01 LIN-DOC-AUTENT2  PIC X(80) VALUE
             "SECRETARIA PELO NUMERO E PELO CODIGO DE VERIFICACAO.".
          01 LIN-DOC-ASSINA1  PIC X(80) VALUE
             "                    ______________________________".
          01 LIN-DOC-ASSINA2  PIC X(80) VALUE
             "                        SECRETARIO(A) ESCOLAR".
          01 LIN-DOC-BRANCO   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX37.
           PERFORM INICIO.
           IF WS-MODO EQUAL "CONSULTA"
               PERFORM CONSULTA-DOCUMENTO
           ELSE
               PERFORM EMITE-DOCUMENTO
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-MODO
                    PARM-ARG1
                    PARM-ARG2
                    PARM-ARG3.
           EVALUATE WS-MODO
               WHEN "EMITE"
                   PERFORM VALIDA-EMITE
               WHEN "CONSULTA"
                   PERFORM VALIDA-CONSULTA
               WHEN OTHER
                   PERFORM PARAMETRO-INVALIDO
           END-EVALUATE.
           ACCEPT DATA-EXECUCAO FROM DATE.
           ACCEPT HORA-EXECUCAO FROM TIME.
           IF WS-MODO EQUAL "CONSULTA"
               OPEN INPUT DOCREG
               IF WS-STATUS-DOC EQUAL "35"
                   DISPLAY "EM01EX37: DOCREG.DAT AINDA NAO EXISTE,"
                           " NENHUM DOCUMENTO FOI EMITIDO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O DOCREG
               IF WS-STATUS-DOC EQUAL "35"
                   OPEN OUTPUT DOCREG
                   CLOSE DOCREG
                   OPEN I-O DOCREG
               END-IF
           END-IF.
           IF WS-STATUS-DOC NOT EQUAL "00"
               DISPLAY "EM01EX37: ERRO AO ABRIR DOCREG.DAT, STATUS "
                       WS-STATUS-DOC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       VALIDA-EMITE.
           IF PARM-ARG1 NOT EQUAL "DECL" AND
              PARM-ARG1 NOT EQUAL "GUIA" AND
              PARM-ARG1 NOT EQUAL "CERT"
               PERFORM PARAMETRO-INVALIDO
           END-IF.
           IF PARM-ARG2(1:5) IS NOT NUMERIC OR
              PARM-ARG2(6:3) NOT EQUAL SPACES OR
              PARM-ARG3 EQUAL SPACES
               PERFORM PARAMETRO-INVALIDO
           END-IF.
           MOVE PARM-ARG1      TO TIPO-PEDIDO.
           MOVE PARM-ARG2(1:5) TO ALUNO-PEDIDO.
           MOVE PARM-ARG3      TO OPERADOR-PEDIDO.

       VALIDA-CONSULTA.
           IF PARM-ARG1(1:7) IS NOT NUMERIC OR
              PARM-ARG1(8:1) NOT EQUAL SPACE
               PERFORM PARAMETRO-INVALIDO
           END-IF.
           MOVE PARM-ARG1(1:7) TO DOC-PEDIDO.
           IF DOC-PEDIDO EQUAL ZEROS
               PERFORM PARAMETRO-INVALIDO
           END-IF.
           MOVE PARM-ARG2 TO CODIGO-PEDIDO.
           IF CODIGO-PEDIDO NOT EQUAL SPACES AND
              CODIGO-PEDIDO IS NOT NUMERIC
               PERFORM PARAMETRO-INVALIDO
           END-IF.

       PARAMETRO-INVALIDO.
           DISPLAY "EM01EX37: PARAMETRO INVALIDO: " WS-PARM.
           DISPLAY "EM01EX37: USE EMITE DECL|GUIA|CERT NNNNN OPERADOR"
                   " OU CONSULTA NNNNNNN [CODIGO]".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       EMITE-DOCUMENTO.
           MOVE "SIM" TO OPERACAO-OK.
           PERFORM BUSCA-ALUNO.
           IF TIPO-PEDIDO NOT EQUAL "DECL"
               PERFORM CARREGA-HISTORICO
           END-IF.
           PERFORM BUSCA-MATRICULA.
           IF TIPO-PEDIDO EQUAL "GUIA" AND SIT-MATRICULA EQUAL "T"
               PERFORM CARREGA-TRANSFERENCIA
           END-IF.
           PERFORM VALIDA-EMISSAO.
           IF OPERACAO-OK EQUAL "SIM"
               PERFORM BUSCA-DESC-TURMA
               PERFORM NUMERA-DOCUMENTO
               PERFORM CALCULA-CODIGO
               PERFORM GRAVA-REGISTRO
               PERFORM IMPRIME-DOCUMENTO
               ADD 1 TO CONT-EMITIDOS
               DISPLAY "EM01EX37: DOCUMENTO " NUMERO-DOC " ("
                       TIPO-DOC ") EMITIDO PARA O ALUNO " ALUNO-DOC
                       ", CODIGO " CODVER-DOC
               DISPLAY "EM01EX37: IMPRIMA DOCEMIT.DAT"
           ELSE
               ADD 1 TO CONT-RECUSADOS
               DISPLAY "EM01EX37: EMISSAO RECUSADA - " MOTIVO-RECUSA
               MOVE 8 TO RETURN-CODE
           END-IF.

       BUSCA-ALUNO.
           MOVE "NAO" TO ALUNO-ACHADO.
           MOVE SPACES TO NOME-ALUNO
                          TURMA-ALUNO.
           OPEN INPUT CADALU7.
           IF WS-STATUS-ALU NOT EQUAL "00"
               DISPLAY "EM01EX37: ERRO AO ABRIR CADALU7.DAT, STATUS "
                       WS-STATUS-ALU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ALUNO-PEDIDO TO NUMERO-ENT.
           READ CADALU7 KEY IS NUMERO-ENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM"     TO ALUNO-ACHADO
                   MOVE NOME-ENT  TO NOME-ALUNO
                   MOVE TURMA-ENT TO TURMA-ALUNO
           END-READ.
           CLOSE CADALU7.

       CARREGA-HISTORICO.
           MOVE ZEROS TO HIS-QTDE.
           OPEN INPUT CADHIST.
           IF WS-STATUS-HIST NOT EQUAL "00"
               DISPLAY "EM01EX37: CADHIST.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-HIST
           ELSE
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ CADHIST NEXT RECORD
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END PERFORM GUARDA-ANO-HIST
                   END-READ
               END-PERFORM
               CLOSE CADHIST
           END-IF.
           IF TIPO-PEDIDO EQUAL "GUIA"
               PERFORM BUSCA-ANO-CORRENTE
           END-IF.

       GUARDA-ANO-HIST.
           IF NUMERO-HIST IS GREATER THAN ALUNO-PEDIDO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               IF NUMERO-HIST EQUAL ALUNO-PEDIDO AND
                  HIS-QTDE IS LESS THAN 30
                   ADD 1 TO HIS-QTDE
                   MOVE ANO-HIST      TO HIS-ANO (HIS-QTDE)
                   MOVE TURMA-HIST    TO HIS-TURMA (HIS-QTDE)
                   MOVE MEDIA-HIST    TO HIS-MEDIA (HIS-QTDE)
                   MOVE SITUACAO-HIST TO HIS-SITUACAO (HIS-QTDE)
                   MOVE "H"           TO HIS-ORIGEM (HIS-QTDE)
                   IF ALUNO-ACHADO NOT EQUAL "SIM"
                       MOVE NOME-HIST  TO NOME-ALUNO
                       MOVE TURMA-HIST TO TURMA-ALUNO
                   END-IF
               END-IF
           END-IF.

       BUSCA-ANO-CORRENTE.
           MOVE "NAO" TO HIS-CADFIM.
           OPEN INPUT CADFIM.
           IF WS-STATUS-FIM EQUAL "00"
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ CADFIM
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END
                           IF COD-FIM EQUAL ALUNO-PEDIDO
                               MOVE "SIM" TO FIM-ARQ
                               PERFORM GUARDA-ANO-CORRENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADFIM
           END-IF.

       GUARDA-ANO-CORRENTE.
           IF HIS-QTDE EQUAL ZERO
               MOVE "SIM" TO HIS-CADFIM
           ELSE
               IF ANO-FIM IS GREATER THAN HIS-ANO (HIS-QTDE)
                   MOVE "SIM" TO HIS-CADFIM
               END-IF
           END-IF.
           IF HIS-CADFIM EQUAL "SIM" AND
              HIS-QTDE IS LESS THAN 30
               ADD 1 TO HIS-QTDE
               MOVE ANO-FIM      TO HIS-ANO (HIS-QTDE)
               MOVE TURMA-FIM    TO HIS-TURMA (HIS-QTDE)
               MOVE MEDIA-FINAL  TO HIS-MEDIA (HIS-QTDE)
               MOVE SITUACAO-FIM TO HIS-SITUACAO (HIS-QTDE)
               MOVE "F"          TO HIS-ORIGEM (HIS-QTDE)
               IF NOME-ALUNO EQUAL SPACES
                   MOVE NOME-FIM  TO NOME-ALUNO
                   MOVE TURMA-FIM TO TURMA-ALUNO
               END-IF
           ELSE
               MOVE "NAO" TO HIS-CADFIM
           END-IF.

       BUSCA-MATRICULA.
           MOVE "NAO" TO ALUNO-TRANSF.
           MOVE ZEROS TO TRF-QTDE.
           MOVE SPACES TO SIT-MATRICULA.
           OPEN INPUT CADMAT.
           IF WS-STATUS-MAT EQUAL "00"
               MOVE ALUNO-PEDIDO TO NUMERO-MAT
               READ CADMAT KEY IS NUMERO-MAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SITUACAO-MAT TO SIT-MATRICULA
                       MOVE DATA-SIT-MAT TO DATA-TRANSF
                       MOVE ESCOLA-MAT   TO ESCOLA-TRANSF
               END-READ
               CLOSE CADMAT
           END-IF.

       CARREGA-TRANSFERENCIA.
           MOVE "SIM" TO ALUNO-TRANSF.
           ADD 2000 DTR-ANO GIVING ANO-TRANSF.
           MOVE DTR-MES TO MES-TRANSF.
           IF MES-TRANSF IS GREATER THAN 12
               MOVE 12 TO MES-TRANSF
           END-IF.
           PERFORM CARREGA-NOTAS-TRANSF.
           PERFORM CARREGA-FREQ-TRANSF.

       CARREGA-NOTAS-TRANSF.
           OPEN INPUT CADNOTA.
           IF WS-STATUS-NT NOT EQUAL "00"
               DISPLAY "EM01EX37: CADNOTA.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-NT ", GUIA SEM NOTAS DO ANO"
           ELSE
               MOVE "NAO" TO FIM-ARQ
               PERFORM UNTIL FIM-ARQ EQUAL "SIM"
                   READ CADNOTA NEXT RECORD
                       AT END MOVE "SIM" TO FIM-ARQ
                       NOT AT END PERFORM GUARDA-NOTA-TRANSF
                   END-READ
               END-PERFORM
               CLOSE CADNOTA
           END-IF.

       GUARDA-NOTA-TRANSF.
           IF NUMERO-NT IS GREATER THAN ALUNO-PEDIDO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               IF NUMERO-NT EQUAL ALUNO-PEDIDO AND
                  ANO-NT EQUAL ANO-TRANSF AND
                  TRF-QTDE IS LESS THAN 20
                   ADD 1 TO TRF-QTDE
                   MOVE DISC-NT      TO TRF-DISC (TRF-QTDE)
                   MOVE NOME-DISC-NT TO TRF-NOME (TRF-QTDE)
                   MOVE NOTA1-NT     TO TRF-NOTA (TRF-QTDE 1)
                   MOVE NOTA2-NT     TO TRF-NOTA (TRF-QTDE 2)
                   MOVE NOTA3-NT     TO TRF-NOTA (TRF-QTDE 3)
                   MOVE NOTA4-NT     TO TRF-NOTA (TRF-QTDE 4)
                   MOVE ZEROS        TO TRF-AULAS (TRF-QTDE)
                                        TRF-FALTAS (TRF-QTDE)
               END-IF
           END-IF.

       CARREGA-FREQ-TRANSF.
           MOVE ZEROS TO TOT-AULAS-TRF
                         TOT-FALTAS-TRF.
           OPEN INPUT FREQALU.
           IF WS-STATUS-FA NOT EQUAL "00"
               DISPLAY "EM01EX37: FREQALU.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-FA ", GUIA SEM FREQUENCIA"
           ELSE
               PERFORM BUSCA-FREQ-DISC
                   VARYING TRF-IDX FROM 1 BY 1
                   UNTIL TRF-IDX IS GREATER THAN TRF-QTDE
               CLOSE FREQALU
           END-IF.

       BUSCA-FREQ-DISC.
           MOVE ALUNO-PEDIDO       TO NUMERO-FA.
           MOVE ANO-TRANSF         TO ANO-FA.
           MOVE TRF-DISC (TRF-IDX) TO DISC-FA.
           READ FREQALU KEY IS CHAVE-FA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SOMA-MES-FREQ
                       VARYING MES-IDX FROM 1 BY 1
                       UNTIL MES-IDX IS GREATER THAN MES-TRANSF
           END-READ.
           ADD TRF-AULAS (TRF-IDX)  TO TOT-AULAS-TRF.
           ADD TRF-FALTAS (TRF-IDX) TO TOT-FALTAS-TRF.

       SOMA-MES-FREQ.
           ADD AULAS-MES-FA (MES-IDX)  TO TRF-AULAS (TRF-IDX).
           ADD FALTAS-MES-FA (MES-IDX) TO TRF-FALTAS (TRF-IDX).

       VALIDA-EMISSAO.
           EVALUATE TIPO-PEDIDO
               WHEN "DECL"
                   IF ALUNO-ACHADO NOT EQUAL "SIM"
                       MOVE "NAO" TO OPERACAO-OK
                       MOVE "ALUNO NAO MATRICULADO NO CADALU7"
                           TO MOTIVO-RECUSA
                   ELSE
                       IF SIT-MATRICULA EQUAL "T" OR
                          SIT-MATRICULA EQUAL "D"
                           PERFORM RECUSA-SAIDA
                       END-IF
                   END-IF
               WHEN OTHER
                   IF HIS-QTDE EQUAL ZERO AND
                      ALUNO-TRANSF NOT EQUAL "SIM"
                       MOVE "NAO" TO OPERACAO-OK
                       MOVE "ALUNO SEM HISTORICO NO CADHIST"
                           TO MOTIVO-RECUSA
                   END-IF
           END-EVALUATE.
           IF OPERACAO-OK EQUAL "SIM" AND
              TIPO-PEDIDO EQUAL "CERT"
               EVALUATE HIS-SITUACAO (HIS-QTDE)
                   WHEN "APROVADO"
                   WHEN "APROVADO-REC"
                   WHEN "APROV.CONS"
                       CONTINUE
                   WHEN OTHER
                       MOVE "NAO" TO OPERACAO-OK
                       MOVE HIS-ANO (HIS-QTDE) TO ANO-REFERENCIA
                       STRING "ULTIMO ANO DO HISTORICO ("
                              ANO-REFERENCIA ") NAO APROVADO: "
                              HIS-SITUACAO (HIS-QTDE)
                           DELIMITED BY SIZE INTO MOTIVO-RECUSA
               END-EVALUATE
           END-IF.

       RECUSA-SAIDA.
           MOVE "NAO" TO OPERACAO-OK.
           IF SIT-MATRICULA EQUAL "T"
               STRING "ALUNO TRANSFERIDO EM "
                      DTR-DIA "/" DTR-MES "/" DTR-ANO
                   DELIMITED BY SIZE INTO MOTIVO-RECUSA
           ELSE
               STRING "ALUNO DESISTENTE EM "
                      DTR-DIA "/" DTR-MES "/" DTR-ANO
                   DELIMITED BY SIZE INTO MOTIVO-RECUSA
           END-IF.

       BUSCA-DESC-TURMA.
           MOVE SPACES TO DESC-TURMA.
           MOVE ZEROS  TO ANO-TURMA.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR EQUAL "00"
               MOVE TURMA-ALUNO TO TURMA-TM
               READ CADTUR KEY IS TURMA-TM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESC-TM TO DESC-TURMA
                       MOVE ANO-TM  TO ANO-TURMA
               END-READ
               CLOSE CADTUR
           ELSE
               DISPLAY "EM01EX37: CADTUR.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-TUR ", DESCRICAO DA TURMA EM BRANCO"
           END-IF.
           IF TIPO-PEDIDO EQUAL "DECL"
               MOVE ANO-TURMA TO ANO-REFERENCIA
           ELSE
               IF ALUNO-TRANSF EQUAL "SIM"
                   MOVE ANO-TRANSF TO ANO-REFERENCIA
               ELSE
                   MOVE HIS-ANO (HIS-QTDE) TO ANO-REFERENCIA
               END-IF
           END-IF.

       NUMERA-DOCUMENTO.
           MOVE "NAO" TO CTL-ACHADO.
           MOVE ZEROS TO ULTIMO-NUMERO.
           MOVE ZEROS TO CHAVE-CTL.
           READ DOCREG KEY IS NUMERO-DOC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO CTL-ACHADO
                   MOVE ULTIMO-CTL TO ULTIMO-NUMERO
           END-READ.
           ADD 1 TO ULTIMO-NUMERO.
           MOVE SPACES        TO REG-DOC-CTL.
           MOVE ZEROS         TO CHAVE-CTL.
           MOVE ULTIMO-NUMERO TO ULTIMO-CTL.
           IF CTL-ACHADO EQUAL "SIM"
               REWRITE REG-DOC-CTL
           ELSE
               WRITE REG-DOC-CTL
           END-IF.

       CALCULA-CODIGO.
           COMPUTE CALC-VERIF = ULTIMO-NUMERO * 7919
                              + ALUNO-PEDIDO * 3571
                              + DATA-EXECUCAO * 13
                              + HORA-EXECUCAO.
           DIVIDE CALC-VERIF BY 99999989
               GIVING CALC-QUOC REMAINDER CODIGO-VERIF.

       GRAVA-REGISTRO.
           MOVE ULTIMO-NUMERO   TO NUMERO-DOC.
           MOVE TIPO-PEDIDO     TO TIPO-DOC.
           MOVE ALUNO-PEDIDO    TO ALUNO-DOC.
           MOVE NOME-ALUNO      TO NOME-DOC.
           MOVE TURMA-ALUNO     TO TURMA-DOC.
           MOVE ANO-REFERENCIA  TO ANO-REF-DOC.
           MOVE DATA-EXECUCAO   TO DATA-DOC.
           MOVE HORA-EXECUCAO   TO HORA-DOC.
           MOVE OPERADOR-PEDIDO TO OPERADOR-DOC.
           MOVE CODIGO-VERIF    TO CODVER-DOC.
           WRITE REG-DOC
               INVALID KEY
                   DISPLAY "EM01EX37: DOCUMENTO " NUMERO-DOC
                           " JA EXISTE NO DOCREG.DAT"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       IMPRIME-DOCUMENTO.
           OPEN OUTPUT DOCEMIT.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           WRITE LINHA-DOC FROM LIN-DOC-CABEC1.
           MOVE NUMERO-DOC TO CAB-NUMERO.
           MOVE CODVER-DOC TO CAB-CODVER.
           WRITE LINHA-DOC FROM LIN-DOC-NUMERO.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           EVALUATE TIPO-DOC
               WHEN "DECL"
                   MOVE "DECLARACAO DE MATRICULA" TO CAB-TITULO
               WHEN "GUIA"
                   MOVE "HISTORICO ESCOLAR PARA TRANSFERENCIA"
                       TO CAB-TITULO
               WHEN OTHER
                   MOVE "CERTIFICADO DE CONCLUSAO" TO CAB-TITULO
           END-EVALUATE.
           WRITE LINHA-DOC FROM LIN-DOC-TITULO.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           EVALUATE TIPO-DOC
               WHEN "DECL"
                   PERFORM TEXTO-DECLARACAO
               WHEN "GUIA"
                   PERFORM TEXTO-GUIA
               WHEN OTHER
                   PERFORM TEXTO-CERTIFICADO
           END-EVALUATE.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           MOVE DATA-EXECUCAO TO DATA-EDICAO.
           MOVE DED-DIA       TO EMI-DIA.
           MOVE DED-MES       TO EMI-MES.
           MOVE DED-ANO       TO EMI-ANO.
           MOVE OPERADOR-DOC  TO EMI-OPERADOR.
           WRITE LINHA-DOC FROM LIN-DOC-EMISSAO.
           WRITE LINHA-DOC FROM LIN-DOC-AUTENT1.
           WRITE LINHA-DOC FROM LIN-DOC-AUTENT2.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           WRITE LINHA-DOC FROM LIN-DOC-ASSINA1.
           WRITE LINHA-DOC FROM LIN-DOC-ASSINA2.
           CLOSE DOCEMIT.

       TEXTO-DECLARACAO.
           WRITE LINHA-DOC FROM LIN-DOC-DECLARA.
           MOVE ANO-REF-DOC TO TXT-ANO.
           WRITE LINHA-DOC FROM LIN-DOC-ANO-LETIVO.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           PERFORM IDENTIFICA-ALUNO.

       TEXTO-GUIA.
           WRITE LINHA-DOC FROM LIN-DOC-CURSOU1.
           WRITE LINHA-DOC FROM LIN-DOC-CURSOU2.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           PERFORM IDENTIFICA-ALUNO.
           IF HIS-QTDE IS GREATER THAN ZERO
               PERFORM IMPRIME-HISTORICO
           END-IF.
           IF ALUNO-TRANSF EQUAL "SIM"
               PERFORM IMPRIME-TRANSFERENCIA
           END-IF.

       TEXTO-CERTIFICADO.
           WRITE LINHA-DOC FROM LIN-DOC-CERTIFICA.
           MOVE ANO-REF-DOC TO TXT-ANO-CONCL.
           WRITE LINHA-DOC FROM LIN-DOC-CONCLUIU.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           PERFORM IDENTIFICA-ALUNO.
           PERFORM IMPRIME-HISTORICO.

       IDENTIFICA-ALUNO.
           MOVE NOME-DOC   TO DOC-NOME.
           MOVE ALUNO-DOC  TO DOC-ALUNO.
           WRITE LINHA-DOC FROM LIN-DOC-ALUNO.
           MOVE TURMA-DOC  TO DOC-TURMA.
           MOVE DESC-TURMA TO DOC-TURMA-DESC.
           WRITE LINHA-DOC FROM LIN-DOC-TURMA.

       IMPRIME-HISTORICO.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           WRITE LINHA-DOC FROM LIN-DOC-HIST-CAB.
           PERFORM IMPRIME-ANO-HIST
               VARYING HIS-IDX FROM 1 BY 1
               UNTIL HIS-IDX IS GREATER THAN HIS-QTDE.
           IF HIS-CADFIM EQUAL "SIM"
               WRITE LINHA-DOC FROM LIN-DOC-NOTA-CADFIM
           END-IF.

       IMPRIME-ANO-HIST.
           MOVE HIS-ANO (HIS-IDX)      TO HDET-ANO.
           MOVE HIS-TURMA (HIS-IDX)    TO HDET-TURMA.
           MOVE HIS-MEDIA (HIS-IDX)    TO HDET-MEDIA.
           MOVE HIS-SITUACAO (HIS-IDX) TO HDET-SIT.
           IF HIS-ORIGEM (HIS-IDX) EQUAL "F"
               MOVE "(*)" TO HDET-MARCA
           ELSE
               MOVE SPACES TO HDET-MARCA
           END-IF.
           WRITE LINHA-DOC FROM LIN-DOC-HIST-DET.

       IMPRIME-TRANSFERENCIA.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           MOVE DTR-DIA       TO TRA-DIA.
           MOVE DTR-MES       TO TRA-MES.
           MOVE DTR-ANO       TO TRA-ANO.
           MOVE ESCOLA-TRANSF TO TRA-ESCOLA.
           WRITE LINHA-DOC FROM LIN-DOC-TRANSF.
           WRITE LINHA-DOC FROM LIN-DOC-BRANCO.
           MOVE ANO-TRANSF TO TRT-ANO.
           WRITE LINHA-DOC FROM LIN-DOC-TRANSF-TIT.
           IF TRF-QTDE EQUAL ZERO
               WRITE LINHA-DOC FROM LIN-DOC-SEM-NOTAS
           ELSE
               WRITE LINHA-DOC FROM LIN-DOC-TRANSF-CAB
               PERFORM IMPRIME-DISC-TRANSF
                   VARYING TRF-IDX FROM 1 BY 1
                   UNTIL TRF-IDX IS GREATER THAN TRF-QTDE
               MOVE TOT-AULAS-TRF  TO TTOT-AULAS
                                      FREQ-AULAS
               MOVE TOT-FALTAS-TRF TO TTOT-FALTAS
                                      FREQ-FALTAS
               PERFORM CALCULA-FREQ-TRANSF
               MOVE FREQ-PERC TO TTOT-FREQ
               WRITE LINHA-DOC FROM LIN-DOC-TRANSF-TOT
               WRITE LINHA-DOC FROM LIN-DOC-TRANSF-OBS
           END-IF.

       IMPRIME-DISC-TRANSF.
           MOVE TRF-DISC (TRF-IDX) TO TDET-DISC.
           MOVE TRF-NOME (TRF-IDX) TO TDET-NOME.
           PERFORM EDITA-NOTA-TRANSF
               VARYING BIM-IDX FROM 1 BY 1
               UNTIL BIM-IDX IS GREATER THAN 4.
           MOVE TRF-AULAS (TRF-IDX)  TO TDET-AULAS
                                        FREQ-AULAS.
           MOVE TRF-FALTAS (TRF-IDX) TO TDET-FALTAS
                                        FREQ-FALTAS.
           PERFORM CALCULA-FREQ-TRANSF.
           MOVE FREQ-PERC TO TDET-FREQ.
           WRITE LINHA-DOC FROM LIN-DOC-TRANSF-DET.

       EDITA-NOTA-TRANSF.
           IF TRF-NOTA (TRF-IDX BIM-IDX) EQUAL ZERO
               MOVE "  -  " TO TDET-NOTA (BIM-IDX)
           ELSE
               MOVE TRF-NOTA (TRF-IDX BIM-IDX) TO NOTA-EDIT
               MOVE NOTA-EDIT TO TDET-NOTA (BIM-IDX)
           END-IF.

       CALCULA-FREQ-TRANSF.
           IF FREQ-AULAS IS GREATER THAN ZERO AND
              FREQ-FALTAS IS NOT GREATER THAN FREQ-AULAS
               SUBTRACT FREQ-FALTAS FROM FREQ-AULAS GIVING FREQ-TRAB
               MULTIPLY 100 BY FREQ-TRAB
               DIVIDE FREQ-TRAB BY FREQ-AULAS GIVING FREQ-PERC
           ELSE
               MOVE ZEROS TO FREQ-PERC
           END-IF.

       CONSULTA-DOCUMENTO.
           MOVE DOC-PEDIDO TO NUMERO-DOC.
           READ DOCREG KEY IS NUMERO-DOC
               INVALID KEY
                   DISPLAY "EM01EX37: DOCUMENTO " DOC-PEDIDO
                           " NAO CONSTA DO REGISTRO DE EMISSOES"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM MOSTRA-DOCUMENTO
           END-READ.

       MOSTRA-DOCUMENTO.
           DISPLAY "DOCUMENTO : " NUMERO-DOC " TIPO " TIPO-DOC
                   " ANO DE REFERENCIA " ANO-REF-DOC.
           DISPLAY "ALUNO     : " ALUNO-DOC " " NOME-DOC
                   " TURMA " TURMA-DOC.
           DISPLAY "EMISSAO   : " DATA-DOC " " HORA-DOC
                   " POR " OPERADOR-DOC.
           IF CODIGO-PEDIDO EQUAL SPACES
               DISPLAY "EM01EX37: INFORME O CODIGO DE VERIFICACAO"
                       " PARA CONFIRMAR A AUTENTICIDADE"
           ELSE
               IF CODIGO-PEDIDO EQUAL CODVER-DOC
                   DISPLAY "EM01EX37: CODIGO CONFERE - DOCUMENTO"
                           " AUTENTICO"
               ELSE
                   DISPLAY "EM01EX37: CODIGO NAO CONFERE - DOCUMENTO"
                           " NAO AUTENTICO"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       GRAVA-LOG-EXECUCAO.
           MOVE "EM01EX37" TO LOG-PROGRAMA.
           ACCEPT LOG-DATA FROM DATE.
           MOVE 1              TO LOG-LIDOS.
           MOVE CONT-EMITIDOS  TO LOG-GRAVADOS.
           MOVE CONT-RECUSADOS TO LOG-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           IF WS-STATUS-LOG NOT EQUAL "00"
               OPEN OUTPUT LOGEXEC
           END-IF.
           WRITE REG-LOG.
           CLOSE LOGEXEC.

       TERMINO.
           IF WS-MODO EQUAL "EMITE"
               PERFORM GRAVA-LOG-EXECUCAO
           END-IF.
           CLOSE DOCREG.
