       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX38.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       MANUTENCAO DO CADASTRO DE RESPONSAVEIS. LE AS
      *               TRANSACOES JA CRITICADAS PELO EM01EX16 (PARAMETRO
      *               "RESP") NO ARQUIVO TRANRESP-OK E APLICA INCLUSAO,
      *               ALTERACAO OU EXCLUSAO NO ARQUIVO INDEXADO CADRESP
      *               (CHAVE = NUMERO DO ALUNO + SEQUENCIA DO
      *               RESPONSAVEL, DE 1 A 9, COM NOME, PARENTESCO,
      *               TELEFONE, E-MAIL E CANAL PREFERIDO: E = E-MAIL,
      *               S = SMS, W = WHATSAPP). O RESULTADO DE CADA
      *               TRANSACAO E GRAVADO NO ARQUIVO LOGMANUT NO MESMO
      *               LAYOUT DO EM01EX09, COM "RESP" E A SEQUENCIA NO
      *               INICIO DO RESULTADO. O CADRESP E USADO PELO
      *               EM01EX39 NO AVISO AOS RESPONSAVEIS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRESP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-RSP
           FILE STATUS IS WS-STATUS-RSP.
           SELECT TRANRESP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGMANUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOGM.

       DATA DIVISION.
       FILE SECTION.
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

       FD TRANRESP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANRESP-OK.DAT".
       01 REG-TRSP.
           02 FUNCAO-TRSP      PIC X(01).
           02 NUMERO-TRSP      PIC 9(05).
           02 SEQ-TRSP         PIC 9(01).
           02 NOME-TRSP        PIC X(30).
           02 PARENTESCO-TRSP  PIC X(10).
           02 TELEFONE-TRSP    PIC X(15).
           02 EMAIL-TRSP       PIC X(40).
           02 CANAL-TRSP       PIC X(01).

       FD LOGMANUT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGMANUT.DAT".
       01 LINHA-LOG      PIC X(80).

       WORKING-STORAGE SECTION.
          77 FIM-ARQ          PIC X(03) VALUE "NAO".
          77 WS-STATUS-RSP    PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOGM   PIC X(02) VALUE SPACES.
          77 DATA-EXECUCAO    PIC 9(06) VALUE ZEROS.
          77 FUNCAO-EDIT      PIC X(01) VALUE SPACES.

          01 LIN-LOG.
             02 LOG-DATA-MNT   PIC 9(06).
             02 FILLER         PIC X(02) VALUE SPACES.
             02 LOG-NUMERO     PIC Z(04)9.
             02 FILLER         PIC X(02) VALUE SPACES.
             02 LOG-FUNCAO     PIC X(01).
             02 FILLER         PIC X(02) VALUE SPACES.
             02 LOG-RESP.
                03 FILLER      PIC X(05) VALUE "RESP ".
                03 LOG-SEQ     PIC 9(01).
                03 FILLER      PIC X(01) VALUE SPACES.
             02 LOG-RESULTADO  PIC X(40).

       PROCEDURE DIVISION.
       MAIN-EM01EX38.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN I-O CADRESP.
           IF WS-STATUS-RSP EQUAL "35"
               OPEN OUTPUT CADRESP
               CLOSE CADRESP
               OPEN I-O CADRESP
           END-IF.
           IF WS-STATUS-RSP NOT EQUAL "00"
               DISPLAY "EM01EX38: ERRO AO ABRIR CADRESP.DAT, STATUS "
                       WS-STATUS-RSP
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT DATA-EXECUCAO FROM DATE.
           OPEN INPUT TRANRESP.
           OPEN EXTEND LOGMANUT.
           IF WS-STATUS-LOGM NOT EQUAL "00"
               OPEN OUTPUT LOGMANUT
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ TRANRESP AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           PERFORM PROCESSA-TRAN.
           PERFORM LEITURA.

       PROCESSA-TRAN.
           MOVE FUNCAO-TRSP TO FUNCAO-EDIT.
           PERFORM NORMALIZA-FUNCAO.
           EVALUATE FUNCAO-EDIT
               WHEN "I"
                   PERFORM INCLUIR
               WHEN "A"
                   PERFORM ALTERAR
               WHEN "E"
                   PERFORM EXCLUIR
               WHEN OTHER
                   MOVE "FUNCAO DE TRANSACAO INVALIDA"
                       TO LOG-RESULTADO
           END-EVALUATE.
           PERFORM GRAVA-LOG.

       NORMALIZA-FUNCAO.
           IF FUNCAO-EDIT EQUAL "i"
               MOVE "I" TO FUNCAO-EDIT
           END-IF.
           IF FUNCAO-EDIT EQUAL "a"
               MOVE "A" TO FUNCAO-EDIT
           END-IF.
           IF FUNCAO-EDIT EQUAL "e"
               MOVE "E" TO FUNCAO-EDIT
           END-IF.

       INCLUIR.
           MOVE NUMERO-TRSP     TO NUMERO-RSP.
           MOVE SEQ-TRSP        TO SEQ-RSP.
           MOVE NOME-TRSP       TO NOME-RSP.
           MOVE PARENTESCO-TRSP TO PARENTESCO-RSP.
           MOVE TELEFONE-TRSP   TO TELEFONE-RSP.
           MOVE EMAIL-TRSP      TO EMAIL-RSP.
           MOVE CANAL-TRSP      TO CANAL-RSP.
           WRITE REG-RSP
               INVALID KEY
                   MOVE "RESPONSAVEL JA CADASTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   MOVE "INCLUIDO COM SUCESSO NO CADRESP"
                       TO LOG-RESULTADO
           END-WRITE.

       ALTERAR.
           MOVE NUMERO-TRSP TO NUMERO-RSP.
           MOVE SEQ-TRSP    TO SEQ-RSP.
           READ CADRESP KEY IS CHAVE-RSP
               INVALID KEY
                   MOVE "RESPONSAVEL NAO ENCONTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   MOVE NOME-TRSP       TO NOME-RSP
                   MOVE PARENTESCO-TRSP TO PARENTESCO-RSP
                   MOVE TELEFONE-TRSP   TO TELEFONE-RSP
                   MOVE EMAIL-TRSP      TO EMAIL-RSP
                   MOVE CANAL-TRSP      TO CANAL-RSP
                   REWRITE REG-RSP
                   MOVE "ALTERADO COM SUCESSO NO CADRESP"
                       TO LOG-RESULTADO
           END-READ.

       EXCLUIR.
           MOVE NUMERO-TRSP TO NUMERO-RSP.
           MOVE SEQ-TRSP    TO SEQ-RSP.
           READ CADRESP KEY IS CHAVE-RSP
               INVALID KEY
                   MOVE "RESPONSAVEL NAO ENCONTRADO" TO LOG-RESULTADO
               NOT INVALID KEY
                   DELETE CADRESP RECORD
                   MOVE "EXCLUIDO COM SUCESSO NO CADRESP"
                       TO LOG-RESULTADO
           END-READ.

       GRAVA-LOG.
           MOVE DATA-EXECUCAO TO LOG-DATA-MNT.
           MOVE NUMERO-TRSP   TO LOG-NUMERO.
           MOVE FUNCAO-TRSP   TO LOG-FUNCAO.
           MOVE SEQ-TRSP      TO LOG-SEQ.
           WRITE LINHA-LOG FROM LIN-LOG.

       TERMINO.
           CLOSE CADRESP
                 TRANRESP
                 LOGMANUT.
