      *               NO CADASTRO DE REFERENCIA CADTUR (MANTIDO PELO
      *               EM01EX24); TURMA AUSENTE DO CADASTRO REJEITA A
      *               TRANSACAO COM O CAMPO TURMA.
      *               COM O PARAMETRO "RESP" CRITICA TRANRESP.DAT, AS
      *               TRANSACOES DO CADASTRO DE RESPONSAVEIS CADRESP
      *               (APLICADAS PELO EM01EX38), GRAVANDO
      *               TRANRESP-OK.DAT E TRANRESP-ERR.DAT. CRITICAS:
      *               FUNCAO I/A/E, ALUNO NUMERICO E MAIOR QUE ZERO,
      *               SEQUENCIA DE 1 A 9 E, PARA I E A, ALUNO EXISTENTE
      *               NO CADALU7, NOME E PARENTESCO NAO EM BRANCO,
      *               CANAL E (E-MAIL), S (SMS) OU W (WHATSAPP),
      *               E-MAIL COM UM UNICO @ QUANDO INFORMADO E
      *               OBRIGATORIO NO CANAL E, TELEFONE OBRIGATORIO NOS
      *               CANAIS S E W.
      *               NO TRANLU.DAT SAO ACEITAS TAMBEM AS FUNCOES T
      *               (TRANSFERENCIA), D (DESISTENCIA) E R (REATIVACAO
      *               DA MATRICULA), APLICADAS PELO EM01EX09 NO
      *               CADASTRO DE SITUACAO DA MATRICULA CADMAT. NELAS O
      *               NOME E SEGUINTES DAO LUGAR A DATA EFETIVA (AAMMDD,
      *               MES DE 01 A 12 E DIA DE 01 A 31, CAMPO DATA) E A
      *               ESCOLA DE DESTINO, OBRIGATORIA NA TRANSFERENCIA
      *               (CAMPO ESCOL). A FUNCAO R NAO EXIGE OUTROS DADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANERR3 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANOKR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANERRR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TURMA-TM
           FILE STATUS IS WS-STATUS-TUR.
           SELECT CADALU7 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-ENT
           FILE STATUS IS WS-STATUS-ALU.

       DATA DIVISION.
       FILE SECTION.
       01 REG-TRAN7.
           02 FUNCAO-TRAN7  PIC X(01).
           02 NUMERO-TRAN7  PIC 9(05).
           02 DADOS-ALUNO7.
              03 NOME-TRAN7    PIC X(20).
              03 NOTA1-TRAN7   PIC 99V99.
              03 NOTA2-TRAN7   PIC 99V99.
              03 NOTA3-TRAN7   PIC 99V99.
              03 NOTA4-TRAN7   PIC 99V99.
              03 SEXO-TRAN7    PIC X(01).
              03 TURMA-TRAN7   PIC X(03).
           02 DADOS-SIT7 REDEFINES DADOS-ALUNO7.
              03 DATA-SIT-TRAN7.
                 04 ANO-SIT-TRAN7  PIC 9(02).
                 04 MES-SIT-TRAN7  PIC 9(02).
                 04 DIA-SIT-TRAN7  PIC 9(02).
              03 ESCOLA-TRAN7  PIC X(30).
              03 FILLER        PIC X(04).

       FD TRANOK7
           LABEL RECORD ARE STANDARD
           02 TRAN-ERR3   PIC X(41).
           02 CAMPO-ERR3  PIC X(05).

       FD TRANRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANRESP.DAT".
       01 REG-TRSP.
           02 FUNCAO-TRSP      PIC X(01).
           02 NUMERO-TRSP      PIC 9(05).
           02 SEQ-TRSP         PIC 9(01).
           02 NOME-TRSP        PIC X(30).
           02 PARENTESCO-TRSP  PIC X(10).
           02 TELEFONE-TRSP    PIC X(15).
           02 EMAIL-TRSP       PIC X(40).
           02 CANAL-TRSP       PIC X(01).

       FD TRANOKR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANRESP-OK.DAT".
       01 REG-OKR        PIC X(103).

       FD TRANERRR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANRESP-ERR.DAT".
       01 REG-ERRR.
           02 TRAN-ERRR   PIC X(103).
           02 CAMPO-ERRR  PIC X(05).

       FD LOGEXEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGEXEC.DAT".
           02 DESC-TM       PIC X(20).
           02 ANO-TM        PIC 9(04).

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

       WORKING-STORAGE SECTION.
          77 FIM-ARQ         PIC X(03) VALUE "NAO".
          77 WS-PARM         PIC X(08) VALUE SPACES.
          77 WS-STATUS-LOG   PIC X(02) VALUE SPACES.
          77 WS-STATUS-TUR   PIC X(02) VALUE SPACES.
          77 TURMA-EDIT      PIC X(03) VALUE SPACES.
          77 WS-STATUS-ALU   PIC X(02) VALUE SPACES.
          77 POS-EMAIL       PIC 9(02) VALUE ZEROS.
          77 CONT-ARROBA     PIC 9(02) VALUE ZEROS.
          77 CONT-LIDOS      PIC 9(07) VALUE ZEROS.
          77 CONT-GRAVADOS   PIC 9(07) VALUE ZEROS.
          77 CONT-REJEITADOS PIC 9(07) VALUE ZEROS.
                   MOVE "TRAN7" TO WS-MODO
               WHEN "TRAN3"
                   MOVE "TRAN3" TO WS-MODO
               WHEN "RESP"
                   MOVE "RESP" TO WS-MODO
               WHEN OTHER
                   DISPLAY "EM01EX16: PARAMETRO INVALIDO: " WS-PARM
                   DISPLAY "EM01EX16: USE TRAN7 (OU VAZIO), TRAN3 OU"
                           " RESP"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WS-MODO
               WHEN "TRAN3"
                   OPEN INPUT  TRANLU3
                        OUTPUT TRANOK3
                        OUTPUT TRANERR3
               WHEN "RESP"
                   OPEN INPUT  TRANRESP
                        OUTPUT TRANOKR
                        OUTPUT TRANERRR
               WHEN OTHER
                   OPEN INPUT  TRANLU7
                        OUTPUT TRANOK7
                        OUTPUT TRANERR7
           END-EVALUATE.
           IF WS-MODO EQUAL "RESP"
               OPEN INPUT CADALU7
               IF WS-STATUS-ALU NOT EQUAL "00"
                   DISPLAY "EM01EX16: ERRO AO ABRIR CADALU7.DAT, "
                           "STATUS " WS-STATUS-ALU
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT CADTUR
               IF WS-STATUS-TUR NOT EQUAL "00"
                   DISPLAY "EM01EX16: ERRO AO ABRIR CADTUR.DAT, "
                           "STATUS " WS-STATUS-TUR
                   DISPLAY "EM01EX16: CARREGUE O CADASTRO DE TURMAS "
                           "PELO EM01EX24 ANTES DA CRITICA"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           EVALUATE WS-MODO
               WHEN "TRAN3"
                   READ TRANLU3 AT END MOVE "SIM" TO FIM-ARQ
               WHEN "RESP"
                   READ TRANRESP AT END MOVE "SIM" TO FIM-ARQ
               WHEN OTHER
                   READ TRANLU7 AT END MOVE "SIM" TO FIM-ARQ
           END-EVALUATE.

       PRINCIPAL.
           ADD 1 TO CONT-LIDOS.
           EVALUATE WS-MODO
               WHEN "TRAN3"
                   PERFORM CRITICA-TRAN3
               WHEN "RESP"
                   PERFORM CRITICA-RESP
               WHEN OTHER
                   PERFORM CRITICA-TRAN7
           END-EVALUATE.
           PERFORM LEITURA.

       CRITICA-TRAN7.
           MOVE "SIM" TO TRAN-VALIDA.
           MOVE SPACES TO CAMPO-ERRO.
           MOVE FUNCAO-TRAN7 TO FUNCAO-EDIT.
           PERFORM VALIDA-FUNCAO7.
           IF TRAN-VALIDA EQUAL "SIM"
              AND NUMERO-TRAN7 IS NOT NUMERIC
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "CHAVE" TO CAMPO-ERRO
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND (FUNCAO-EDIT EQUAL "I" OR FUNCAO-EDIT EQUAL "A")
               PERFORM CRITICA-DADOS7
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND (FUNCAO-EDIT EQUAL "I" OR FUNCAO-EDIT EQUAL "A")
               MOVE TURMA-TRAN7 TO TURMA-EDIT
               PERFORM CRITICA-TURMA
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND (FUNCAO-EDIT EQUAL "T" OR FUNCAO-EDIT EQUAL "D")
               PERFORM CRITICA-SITUACAO7
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
               WRITE REG-OK7 FROM REG-TRAN7
               ADD 1 TO CONT-GRAVADOS
               END-IF
           END-IF.

       CRITICA-SITUACAO7.
           IF DATA-SIT-TRAN7 IS NOT NUMERIC
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "DATA" TO CAMPO-ERRO
           ELSE
               IF MES-SIT-TRAN7 IS LESS THAN 01 OR
                  MES-SIT-TRAN7 IS GREATER THAN 12 OR
                  DIA-SIT-TRAN7 IS LESS THAN 01 OR
                  DIA-SIT-TRAN7 IS GREATER THAN 31
                   MOVE "NAO" TO TRAN-VALIDA
                   MOVE "DATA" TO CAMPO-ERRO
               ELSE
                   IF FUNCAO-EDIT EQUAL "T" AND
                      ESCOLA-TRAN7 EQUAL SPACES
                       MOVE "NAO" TO TRAN-VALIDA
                       MOVE "ESCOL" TO CAMPO-ERRO
                   END-IF
               END-IF
           END-IF.

       CRITICA-SEXO7.
           IF SEXO-TRAN7 NOT EQUAL "F" AND SEXO-TRAN7 NOT EQUAL "f"
              AND SEXO-TRAN7 NOT EQUAL "M" AND SEXO-TRAN7 NOT EQUAL "m"
               END-IF
           END-IF.

       CRITICA-RESP.
           MOVE "SIM" TO TRAN-VALIDA.
           MOVE SPACES TO CAMPO-ERRO.
           MOVE FUNCAO-TRSP TO FUNCAO-EDIT.
           PERFORM VALIDA-FUNCAO.
           IF TRAN-VALIDA EQUAL "SIM"
              AND (NUMERO-TRSP IS NOT NUMERIC OR
                   SEQ-TRSP IS NOT NUMERIC)
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "CHAVE" TO CAMPO-ERRO
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND (NUMERO-TRSP IS EQUAL TO ZEROS OR
                   SEQ-TRSP IS EQUAL TO ZERO)
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "CHAVE" TO CAMPO-ERRO
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND FUNCAO-EDIT NOT EQUAL "E"
               PERFORM CRITICA-DADOSR
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND FUNCAO-EDIT NOT EQUAL "E"
               MOVE NUMERO-TRSP TO NUMERO-ENT
               READ CADALU7 KEY IS NUMERO-ENT
                   INVALID KEY
                       MOVE "NAO" TO TRAN-VALIDA
                       MOVE "ALUNO" TO CAMPO-ERRO
               END-READ
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
               WRITE REG-OKR FROM REG-TRSP
               ADD 1 TO CONT-GRAVADOS
           ELSE
               MOVE REG-TRSP TO TRAN-ERRR
               MOVE CAMPO-ERRO TO CAMPO-ERRR
               WRITE REG-ERRR
               ADD 1 TO CONT-REJEITADOS
           END-IF.

       CRITICA-DADOSR.
           IF NOME-TRSP IS EQUAL TO SPACES
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "NOME" TO CAMPO-ERRO
           ELSE
               IF PARENTESCO-TRSP IS EQUAL TO SPACES
                   MOVE "NAO" TO TRAN-VALIDA
                   MOVE "PAREN" TO CAMPO-ERRO
               ELSE
                   IF CANAL-TRSP NOT EQUAL "E" AND
                      CANAL-TRSP NOT EQUAL "S" AND
                      CANAL-TRSP NOT EQUAL "W"
                       MOVE "NAO" TO TRAN-VALIDA
                       MOVE "CANAL" TO CAMPO-ERRO
                   ELSE
                       PERFORM CRITICA-CONTATO
                   END-IF
               END-IF
           END-IF.

       CRITICA-CONTATO.
           MOVE ZEROS TO CONT-ARROBA.
           PERFORM CONTA-ARROBA
               VARYING POS-EMAIL FROM 1 BY 1
               UNTIL POS-EMAIL IS GREATER THAN 40.
           IF EMAIL-TRSP NOT EQUAL SPACES AND
              CONT-ARROBA NOT EQUAL 1
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "EMAIL" TO CAMPO-ERRO
           ELSE
               IF CANAL-TRSP EQUAL "E" AND
                  EMAIL-TRSP EQUAL SPACES
                   MOVE "NAO" TO TRAN-VALIDA
                   MOVE "EMAIL" TO CAMPO-ERRO
               ELSE
                   IF CANAL-TRSP NOT EQUAL "E" AND
                      TELEFONE-TRSP EQUAL SPACES
                       MOVE "NAO" TO TRAN-VALIDA
                       MOVE "FONE" TO CAMPO-ERRO
                   END-IF
               END-IF
           END-IF.

       CONTA-ARROBA.
           IF EMAIL-TRSP (POS-EMAIL:1) EQUAL "@"
               ADD 1 TO CONT-ARROBA
           END-IF.

       CRITICA-TURMA.
           IF TURMA-EDIT EQUAL SPACES
               MOVE "NAO" TO TRAN-VALIDA
               END-READ
           END-IF.

       VALIDA-FUNCAO7.
           IF FUNCAO-EDIT EQUAL "t"
               MOVE "T" TO FUNCAO-EDIT
           END-IF.
           IF FUNCAO-EDIT EQUAL "d"
               MOVE "D" TO FUNCAO-EDIT
           END-IF.
           IF FUNCAO-EDIT EQUAL "r"
               MOVE "R" TO FUNCAO-EDIT
           END-IF.
           IF FUNCAO-EDIT NOT EQUAL "T" AND
              FUNCAO-EDIT NOT EQUAL "D" AND
              FUNCAO-EDIT NOT EQUAL "R"
               PERFORM VALIDA-FUNCAO
           END-IF.

       VALIDA-FUNCAO.
           IF FUNCAO-EDIT EQUAL "i"
               MOVE "I" TO FUNCAO-EDIT

       TERMINO.
           PERFORM GRAVA-LOG-EXECUCAO.
           EVALUATE WS-MODO
               WHEN "TRAN3"
                   CLOSE TRANLU3
                         TRANOK3
                         TRANERR3
               WHEN "RESP"
                   CLOSE TRANRESP
                         TRANOKR
                         TRANERRR
               WHEN OTHER
                   CLOSE TRANLU7
                         TRANOK7
                         TRANERR7
           END-EVALUATE.
           IF WS-MODO EQUAL "RESP"
               CLOSE CADALU7
           ELSE
               CLOSE CADTUR
           END-IF.
