       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX29.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       RELATORIO DO HISTORICO DE MANUTENCAO. LE O ARQUIVO
      *               HISTMNT (IMAGENS ANTES E DEPOIS GRAVADAS PELO
      *               EM01EX09, EM01EX12 E EM01EX13 EM CADA INCLUSAO,
      *               ALTERACAO OU EXCLUSAO DO CADALU7, CADALU E
      *               CADNOTA) E GRAVA NO RELATORIO RELHMT, PARA CADA
      *               MANUTENCAO, O ALUNO, A DISCIPLINA, A TURMA, A
      *               DATA, A HORA, O OPERADOR, A ORIGEM E UMA LINHA POR
      *               CAMPO COM O VALOR ANTES E DEPOIS; NA ALTERACAO OS
      *               CAMPOS MODIFICADOS SAO MARCADOS COM
      *               "<== ALTERADO".
      *               LISTA TAMBEM AS MUDANCAS DE SITUACAO DA MATRICULA
      *               (CADASTRO CADMAT, GRAVADAS PELO EM01EX09 NAS
      *               FUNCOES T, D E R, E A EXCLUSAO DO REGISTRO NA
      *               INCLUSAO OU EXCLUSAO DO ALUNO), COM A SITUACAO, A
      *               DATA EFETIVA, A ESCOLA DE DESTINO E A TURMA ANTES
      *               E DEPOIS.
      *               PARAMETROS:
      *               (VAZIO)               - TODO O HISTORICO, POR
      *                                       ALUNO;
      *               ALUNO NNNNN           - SOMENTE O ALUNO INFORMADO;
      *               PERIODO AAMMDD AAMMDD - MANUTENCOES NO PERIODO, EM
      *                                       ORDEM DE DATA E HORA;
      *               TURMA TTT [DDD]       - SOMENTE A TURMA (E A
      *                                       DISCIPLINA, SE INFORMADA).
      *               TERMINA COM RETURN-CODE 12 EM PARAMETRO INVALIDO
      *               OU SE O HISTMNT NAO PUDER SER ABERTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTMNT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HMT.
           SELECT RELHMT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-HMT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
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

       FD RELHMT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELHMT.DAT".
       01 LINHA-HMT      PIC X(80).

       SD SORT-HMT.
       01 REG-SORT.
           02 SORT-CHAVE     PIC X(11).
           02 SORT-SEQ       PIC 9(07).
           02 SORT-DATA      PIC 9(06).
           02 SORT-HORA      PIC 9(08).
           02 SORT-OPERADOR  PIC X(08).
           02 SORT-PROGRAMA  PIC X(08).
           02 SORT-ORIGEM    PIC X(10).
           02 SORT-CADASTRO  PIC X(07).
           02 SORT-FUNCAO    PIC X(01).
           02 SORT-NUMERO    PIC 9(05).
           02 SORT-DISC      PIC 9(03).
           02 SORT-TURMA     PIC X(03).
           02 SORT-ANTES     PIC X(80).
           02 SORT-DEPOIS    PIC X(80).

       WORKING-STORAGE SECTION.
          77 FIM-ARQ         PIC X(03) VALUE "NAO".
          77 FIM-SORT        PIC X(03) VALUE "NAO".
          77 WS-PARM         PIC X(30) VALUE SPACES.
          77 WS-MODO         PIC X(08) VALUE SPACES.
          77 PARM-ARG1       PIC X(08) VALUE SPACES.
          77 PARM-ARG2       PIC X(08) VALUE SPACES.
          77 WS-STATUS-HMT   PIC X(02) VALUE SPACES.
          77 NUM-FILTRO      PIC 9(05) VALUE ZEROS.
          77 DATA-INICIO     PIC 9(06) VALUE ZEROS.
          77 DATA-FIM        PIC 9(06) VALUE ZEROS.
          77 TURMA-FILTRO    PIC X(03) VALUE SPACES.
          77 DISC-FILTRO     PIC 9(03) VALUE ZEROS.
          77 SELECIONADO     PIC X(03) VALUE "NAO".
          77 CONT-LIDOS      PIC 9(07) VALUE ZEROS.
          77 CONT-LISTADOS   PIC 9(07) VALUE ZEROS.
          77 CONT-PAGINA     PIC 9(03) VALUE ZEROS.
          77 LINHA-PAG       PIC 9(03) VALUE 99.
          77 DATA-EXECUCAO   PIC 9(06) VALUE ZEROS.
          77 NOTA-EDIT       PIC Z9,99.

          01 HORA-TRAB       PIC 9(08) VALUE ZEROS.
          01 HORA-TRAB-R REDEFINES HORA-TRAB.
             02 HORA-HH      PIC 9(02).
             02 HORA-MM      PIC 9(02).
             02 HORA-SS      PIC 9(02).
             02 HORA-CC      PIC 9(02).

          01 IMG-ANTES       PIC X(80) VALUE SPACES.
          01 IMG-ANTES-7 REDEFINES IMG-ANTES.
             02 A7-NUMERO    PIC 9(05).
             02 A7-NOME      PIC X(20).
             02 A7-NOTA1     PIC 99V99.
             02 A7-NOTA2     PIC 99V99.
             02 A7-NOTA3     PIC 99V99.
             02 A7-NOTA4     PIC 99V99.
             02 A7-SEXO      PIC X(01).
             02 A7-TURMA     PIC X(03).
             02 FILLER       PIC X(35).
          01 IMG-ANTES-3 REDEFINES IMG-ANTES.
             02 A3-COD       PIC 9(05).
             02 A3-NOME      PIC X(20).
             02 A3-NOTA1     PIC 99V99.
             02 A3-NOTA2     PIC 99V99.
             02 A3-NOTA3     PIC 99V99.
             02 A3-TURMA     PIC X(03).
             02 FILLER       PIC X(40).
          01 IMG-ANTES-NT REDEFINES IMG-ANTES.
             02 ANT-NUMERO   PIC 9(05).
             02 ANT-DISC     PIC 9(03).
             02 ANT-NOME-DISC PIC X(15).
             02 ANT-NOTA1    PIC 99V99.
             02 ANT-NOTA2    PIC 99V99.
             02 ANT-NOTA3    PIC 99V99.
             02 ANT-NOTA4    PIC 99V99.
             02 ANT-TURMA    PIC X(03).
             02 ANT-ANO      PIC 9(04).
             02 ANT-BIM      PIC 9(01).
             02 FILLER       PIC X(33).
          01 IMG-ANTES-MT REDEFINES IMG-ANTES.
             02 AM-NUMERO    PIC 9(05).
             02 AM-SITUACAO  PIC X(01).
             02 AM-DATA-SIT  PIC X(06).
             02 AM-ESCOLA    PIC X(30).
             02 AM-TURMA     PIC X(03).
             02 AM-DATA-REG  PIC X(06).
             02 FILLER       PIC X(29).

          01 IMG-DEPOIS      PIC X(80) VALUE SPACES.
          01 IMG-DEPOIS-7 REDEFINES IMG-DEPOIS.
             02 D7-NUMERO    PIC 9(05).
             02 D7-NOME      PIC X(20).
             02 D7-NOTA1     PIC 99V99.
             02 D7-NOTA2     PIC 99V99.
             02 D7-NOTA3     PIC 99V99.
             02 D7-NOTA4     PIC 99V99.
             02 D7-SEXO      PIC X(01).
             02 D7-TURMA     PIC X(03).
             02 FILLER       PIC X(35).
          01 IMG-DEPOIS-3 REDEFINES IMG-DEPOIS.
             02 D3-COD       PIC 9(05).
             02 D3-NOME      PIC X(20).
             02 D3-NOTA1     PIC 99V99.
             02 D3-NOTA2     PIC 99V99.
             02 D3-NOTA3     PIC 99V99.
             02 D3-TURMA     PIC X(03).
             02 FILLER       PIC X(40).
          01 IMG-DEPOIS-NT REDEFINES IMG-DEPOIS.
             02 DEP-NUMERO   PIC 9(05).
             02 DEP-DISC     PIC 9(03).
             02 DEP-NOME-DISC PIC X(15).
             02 DEP-NOTA1    PIC 99V99.
             02 DEP-NOTA2    PIC 99V99.
             02 DEP-NOTA3    PIC 99V99.
             02 DEP-NOTA4    PIC 99V99.
             02 DEP-TURMA    PIC X(03).
             02 DEP-ANO      PIC 9(04).
             02 DEP-BIM      PIC 9(01).
             02 FILLER       PIC X(33).
          01 IMG-DEPOIS-MT REDEFINES IMG-DEPOIS.
             02 DM-NUMERO    PIC 9(05).
             02 DM-SITUACAO  PIC X(01).
             02 DM-DATA-SIT  PIC X(06).
             02 DM-ESCOLA    PIC X(30).
             02 DM-TURMA     PIC X(03).
             02 DM-DATA-REG  PIC X(06).
             02 FILLER       PIC X(29).

          01 LIN-HMT-TITULO.
             02 FILLER        PIC X(42) VALUE
                "EM01 - HISTORICO DE MANUTENCAO".
             02 FILLER        PIC X(06) VALUE "DATA: ".
             02 TIT-DATA      PIC 9(06).
             02 FILLER        PIC X(08) VALUE "   PAG. ".
             02 TIT-PAGINA    PIC Z(02)9.

          01 LIN-HMT-SELECAO.
             02 FILLER        PIC X(10) VALUE "SELECAO: ".
             02 SEL-TEXTO     PIC X(40).

          01 LIN-HMT-CAB1.
             02 FILLER        PIC X(06) VALUE "ALUNO ".
             02 CAB-NUMERO    PIC 9(05).
             02 FILLER        PIC X(02) VALUE SPACES.
             02 CAB-CADASTRO  PIC X(07).
             02 FILLER        PIC X(07) VALUE "  DISC ".
             02 CAB-DISC      PIC X(03).
             02 FILLER        PIC X(08) VALUE "  TURMA ".
             02 CAB-TURMA     PIC X(03).
             02 FILLER        PIC X(02) VALUE SPACES.
             02 CAB-FUNCAO    PIC X(10).

          01 LIN-HMT-CAB2.
             02 FILLER        PIC X(09) VALUE "    DATA ".
             02 CAB-DATA      PIC 9(06).
             02 FILLER        PIC X(07) VALUE "  HORA ".
             02 CAB-HH        PIC 9(02).
             02 FILLER        PIC X(01) VALUE ":".
             02 CAB-MM        PIC 9(02).
             02 FILLER        PIC X(01) VALUE ":".
             02 CAB-SS        PIC 9(02).
             02 FILLER        PIC X(06) VALUE "  POR ".
             02 CAB-OPERADOR  PIC X(08).
             02 FILLER        PIC X(06) VALUE "  VIA ".
             02 CAB-ORIGEM    PIC X(10).
             02 FILLER        PIC X(01) VALUE SPACES.
             02 CAB-PROGRAMA  PIC X(08).

          01 LIN-HMT-COLUNAS.
             02 FILLER        PIC X(80) VALUE
                "    CAMPO       ANTES                 DEPOIS".

          01 LIN-HMT-CAMPO.
             02 FILLER        PIC X(04) VALUE SPACES.
             02 CMP-NOME      PIC X(12).
             02 CMP-ANTES     PIC X(20).
             02 FILLER        PIC X(02) VALUE SPACES.
             02 CMP-DEPOIS    PIC X(20).
             02 FILLER        PIC X(02) VALUE SPACES.
             02 CMP-MARCA     PIC X(12).

          01 LIN-HMT-RODAPE.
             02 FILLER        PIC X(33) VALUE
                "*** FIM DO RELATORIO - TOTAL DE ".
             02 ROD-TOTAL     PIC Z(06)9.
             02 FILLER        PIC X(16) VALUE " MANUTENCOES ***".

          01 LIN-HMT-BRANCO   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX29.
           PERFORM INICIO.
           SORT SORT-HMT
               ON ASCENDING KEY SORT-CHAVE
                                SORT-DATA
                                SORT-HORA
                                SORT-SEQ
               INPUT PROCEDURE IS SELECIONA-HISTORICO
               OUTPUT PROCEDURE IS IMPRIME-HISTORICO.
           DISPLAY "EM01EX29: LIDOS " CONT-LIDOS
                   " LISTADOS " CONT-LISTADOS.
           STOP RUN.

       INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-MODO
                    PARM-ARG1
                    PARM-ARG2.
           MOVE SPACES TO SEL-TEXTO.
           EVALUATE WS-MODO
               WHEN SPACES
                   MOVE "TODO O HISTORICO" TO SEL-TEXTO
               WHEN "ALUNO"
                   IF PARM-ARG1(1:5) IS NOT NUMERIC
                       PERFORM PARAMETRO-INVALIDO
                   END-IF
                   MOVE PARM-ARG1(1:5) TO NUM-FILTRO
                   STRING "ALUNO " PARM-ARG1(1:5)
                       DELIMITED BY SIZE INTO SEL-TEXTO
               WHEN "PERIODO"
                   IF PARM-ARG1(1:6) IS NOT NUMERIC OR
                      PARM-ARG2(1:6) IS NOT NUMERIC
                       PERFORM PARAMETRO-INVALIDO
                   END-IF
                   MOVE PARM-ARG1(1:6) TO DATA-INICIO
                   MOVE PARM-ARG2(1:6) TO DATA-FIM
                   STRING "PERIODO DE " PARM-ARG1(1:6) " A "
                          PARM-ARG2(1:6)
                       DELIMITED BY SIZE INTO SEL-TEXTO
               WHEN "TURMA"
                   IF PARM-ARG1 EQUAL SPACES
                       PERFORM PARAMETRO-INVALIDO
                   END-IF
                   MOVE PARM-ARG1(1:3) TO TURMA-FILTRO
                   IF PARM-ARG2 NOT EQUAL SPACES
                       IF PARM-ARG2(1:3) IS NOT NUMERIC
                           PERFORM PARAMETRO-INVALIDO
                       END-IF
                       MOVE PARM-ARG2(1:3) TO DISC-FILTRO
                       STRING "TURMA " TURMA-FILTRO " DISCIPLINA "
                              PARM-ARG2(1:3)
                           DELIMITED BY SIZE INTO SEL-TEXTO
                   ELSE
                       STRING "TURMA " TURMA-FILTRO
                           DELIMITED BY SIZE INTO SEL-TEXTO
                   END-IF
               WHEN OTHER
                   PERFORM PARAMETRO-INVALIDO
           END-EVALUATE.
           OPEN INPUT HISTMNT.
           IF WS-STATUS-HMT NOT EQUAL "00"
               DISPLAY "EM01EX29: ERRO AO ABRIR HISTMNT.DAT, STATUS "
                       WS-STATUS-HMT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT DATA-EXECUCAO FROM DATE.

       PARAMETRO-INVALIDO.
           DISPLAY "EM01EX29: PARAMETRO INVALIDO: " WS-PARM.
           DISPLAY "EM01EX29: USE ALUNO NNNNN, PERIODO AAMMDD AAMMDD,"
                   " TURMA TTT [DDD] OU NENHUM PARAMETRO".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       SELECIONA-HISTORICO.
           PERFORM LEITURA.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               ADD 1 TO CONT-LIDOS
               PERFORM VERIFICA-SELECAO
               IF SELECIONADO EQUAL "SIM"
                   PERFORM LIBERA-SORT
               END-IF
               PERFORM LEITURA
           END-PERFORM.
           CLOSE HISTMNT.

       LEITURA.
           READ HISTMNT AT END MOVE "SIM" TO FIM-ARQ.

       VERIFICA-SELECAO.
           MOVE "SIM" TO SELECIONADO.
           EVALUATE WS-MODO
               WHEN "ALUNO"
                   IF HMT-NUMERO NOT EQUAL NUM-FILTRO
                       MOVE "NAO" TO SELECIONADO
                   END-IF
               WHEN "PERIODO"
                   IF HMT-DATA IS LESS THAN DATA-INICIO OR
                      HMT-DATA IS GREATER THAN DATA-FIM
                       MOVE "NAO" TO SELECIONADO
                   END-IF
               WHEN "TURMA"
                   IF HMT-TURMA NOT EQUAL TURMA-FILTRO
                       MOVE "NAO" TO SELECIONADO
                   END-IF
                   IF DISC-FILTRO IS GREATER THAN ZERO
                      AND HMT-DISC NOT EQUAL DISC-FILTRO
                       MOVE "NAO" TO SELECIONADO
                   END-IF
           END-EVALUATE.

       LIBERA-SORT.
           MOVE SPACES TO SORT-CHAVE.
           EVALUATE WS-MODO
               WHEN "PERIODO"
                   CONTINUE
               WHEN "TURMA"
                   MOVE HMT-TURMA  TO SORT-CHAVE(1:3)
                   MOVE HMT-DISC   TO SORT-CHAVE(4:3)
                   MOVE HMT-NUMERO TO SORT-CHAVE(7:5)
               WHEN OTHER
                   MOVE HMT-NUMERO TO SORT-CHAVE(1:5)
           END-EVALUATE.
           MOVE CONT-LIDOS   TO SORT-SEQ.
           MOVE HMT-DATA     TO SORT-DATA.
           MOVE HMT-HORA     TO SORT-HORA.
           MOVE HMT-OPERADOR TO SORT-OPERADOR.
           MOVE HMT-PROGRAMA TO SORT-PROGRAMA.
           MOVE HMT-ORIGEM   TO SORT-ORIGEM.
           MOVE HMT-CADASTRO TO SORT-CADASTRO.
           MOVE HMT-FUNCAO   TO SORT-FUNCAO.
           MOVE HMT-NUMERO   TO SORT-NUMERO.
           MOVE HMT-DISC     TO SORT-DISC.
           MOVE HMT-TURMA    TO SORT-TURMA.
           MOVE HMT-ANTES    TO SORT-ANTES.
           MOVE HMT-DEPOIS   TO SORT-DEPOIS.
           RELEASE REG-SORT.

       IMPRIME-HISTORICO.
           OPEN OUTPUT RELHMT.
           PERFORM LER-SORT.
           PERFORM IMPRIME-MANUTENCAO UNTIL FIM-SORT EQUAL "SIM".
           IF CONT-PAGINA EQUAL ZERO
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE CONT-LISTADOS TO ROD-TOTAL.
           WRITE LINHA-HMT FROM LIN-HMT-RODAPE.
           CLOSE RELHMT.

       LER-SORT.
           RETURN SORT-HMT
               AT END MOVE "SIM" TO FIM-SORT
           END-RETURN.

       IMPRIME-MANUTENCAO.
           IF LINHA-PAG IS GREATER THAN 45
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE SORT-NUMERO   TO CAB-NUMERO.
           MOVE SORT-CADASTRO TO CAB-CADASTRO.
           IF SORT-CADASTRO EQUAL "CADNOTA"
               MOVE SORT-DISC TO CAB-DISC
           ELSE
               MOVE SPACES    TO CAB-DISC
           END-IF.
           MOVE SORT-TURMA    TO CAB-TURMA.
           EVALUATE SORT-FUNCAO
               WHEN "I"
                   MOVE "INCLUSAO"  TO CAB-FUNCAO
               WHEN "A"
                   MOVE "ALTERACAO" TO CAB-FUNCAO
               WHEN "E"
                   MOVE "EXCLUSAO"  TO CAB-FUNCAO
               WHEN "T"
                   MOVE "TRANSFER." TO CAB-FUNCAO
               WHEN "D"
                   MOVE "DESISTENC." TO CAB-FUNCAO
               WHEN "R"
                   MOVE "REATIVACAO" TO CAB-FUNCAO
               WHEN OTHER
                   MOVE SORT-FUNCAO TO CAB-FUNCAO
           END-EVALUATE.
           WRITE LINHA-HMT FROM LIN-HMT-CAB1.
           MOVE SORT-DATA     TO CAB-DATA.
           MOVE SORT-HORA     TO HORA-TRAB.
           MOVE HORA-HH       TO CAB-HH.
           MOVE HORA-MM       TO CAB-MM.
           MOVE HORA-SS       TO CAB-SS.
           MOVE SORT-OPERADOR TO CAB-OPERADOR.
           MOVE SORT-ORIGEM   TO CAB-ORIGEM.
           MOVE SORT-PROGRAMA TO CAB-PROGRAMA.
           WRITE LINHA-HMT FROM LIN-HMT-CAB2.
           WRITE LINHA-HMT FROM LIN-HMT-COLUNAS.
           ADD 3 TO LINHA-PAG.
           PERFORM PREPARA-IMAGENS.
           EVALUATE SORT-CADASTRO
               WHEN "CADALU7"
                   PERFORM CAMPOS-CADALU7
               WHEN "CADALU"
                   PERFORM CAMPOS-CADALU
               WHEN "CADNOTA"
                   PERFORM CAMPOS-CADNOTA
               WHEN "CADMAT"
                   PERFORM CAMPOS-CADMAT
           END-EVALUATE.
           WRITE LINHA-HMT FROM LIN-HMT-BRANCO.
           ADD 1 TO LINHA-PAG.
           ADD 1 TO CONT-LISTADOS.
           PERFORM LER-SORT.

       PREPARA-IMAGENS.
           MOVE SORT-ANTES  TO IMG-ANTES.
           MOVE SORT-DEPOIS TO IMG-DEPOIS.
           IF SORT-FUNCAO EQUAL "I"
               MOVE SORT-DEPOIS TO IMG-ANTES
           END-IF.
           IF SORT-FUNCAO EQUAL "E"
               MOVE SORT-ANTES  TO IMG-DEPOIS
           END-IF.

       CAMPOS-CADALU7.
           MOVE "NOME"  TO CMP-NOME.
           MOVE A7-NOME TO CMP-ANTES.
           MOVE D7-NOME TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA1" TO CMP-NOME.
           MOVE A7-NOTA1 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE D7-NOTA1 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA2" TO CMP-NOME.
           MOVE A7-NOTA2 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE D7-NOTA2 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA3" TO CMP-NOME.
           MOVE A7-NOTA3 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE D7-NOTA3 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA4" TO CMP-NOME.
           MOVE A7-NOTA4 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE D7-NOTA4 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "SEXO"  TO CMP-NOME.
           MOVE A7-SEXO TO CMP-ANTES.
           MOVE D7-SEXO TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "TURMA"  TO CMP-NOME.
           MOVE A7-TURMA TO CMP-ANTES.
           MOVE D7-TURMA TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.

       CAMPOS-CADALU.
           MOVE "NOME"  TO CMP-NOME.
           MOVE A3-NOME TO CMP-ANTES.
           MOVE D3-NOME TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA1" TO CMP-NOME.
           MOVE A3-NOTA1 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE D3-NOTA1 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA2" TO CMP-NOME.
           MOVE A3-NOTA2 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE D3-NOTA2 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA3" TO CMP-NOME.
           MOVE A3-NOTA3 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE D3-NOTA3 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "TURMA"  TO CMP-NOME.
           MOVE A3-TURMA TO CMP-ANTES.
           MOVE D3-TURMA TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.

       CAMPOS-CADNOTA.
           MOVE "DISCIPLINA"  TO CMP-NOME.
           MOVE ANT-NOME-DISC TO CMP-ANTES.
           MOVE DEP-NOME-DISC TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA1" TO CMP-NOME.
           MOVE ANT-NOTA1 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE DEP-NOTA1 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA2" TO CMP-NOME.
           MOVE ANT-NOTA2 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE DEP-NOTA2 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA3" TO CMP-NOME.
           MOVE ANT-NOTA3 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE DEP-NOTA3 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "NOTA4" TO CMP-NOME.
           MOVE ANT-NOTA4 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-ANTES.
           MOVE DEP-NOTA4 TO NOTA-EDIT.
           MOVE NOTA-EDIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "TURMA"   TO CMP-NOME.
           MOVE ANT-TURMA TO CMP-ANTES.
           MOVE DEP-TURMA TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "ANO LETIVO" TO CMP-NOME.
           MOVE ANT-ANO   TO CMP-ANTES.
           MOVE DEP-ANO   TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "BIMESTRE" TO CMP-NOME.
           MOVE ANT-BIM   TO CMP-ANTES.
           MOVE DEP-BIM   TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.

       CAMPOS-CADMAT.
           MOVE "SITUACAO"  TO CMP-NOME.
           MOVE AM-SITUACAO TO CMP-ANTES.
           MOVE DM-SITUACAO TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "DATA EFETIVA" TO CMP-NOME.
           MOVE AM-DATA-SIT TO CMP-ANTES.
           MOVE DM-DATA-SIT TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "ESCOLA"    TO CMP-NOME.
           MOVE AM-ESCOLA   TO CMP-ANTES.
           MOVE DM-ESCOLA   TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.
           MOVE "TURMA"     TO CMP-NOME.
           MOVE AM-TURMA    TO CMP-ANTES.
           MOVE DM-TURMA    TO CMP-DEPOIS.
           PERFORM IMPRIME-CAMPO.

       IMPRIME-CAMPO.
           MOVE SPACES TO CMP-MARCA.
           IF (SORT-FUNCAO EQUAL "A" OR SORT-FUNCAO EQUAL "T" OR
               SORT-FUNCAO EQUAL "D" OR SORT-FUNCAO EQUAL "R")
              AND CMP-ANTES NOT EQUAL CMP-DEPOIS
               MOVE "<== ALTERADO" TO CMP-MARCA
           END-IF.
           IF SORT-FUNCAO EQUAL "I"
               MOVE SPACES TO CMP-ANTES
           END-IF.
           IF SORT-FUNCAO EQUAL "E"
               MOVE SPACES TO CMP-DEPOIS
           END-IF.
           WRITE LINHA-HMT FROM LIN-HMT-CAMPO.
           ADD 1 TO LINHA-PAG.

       CABECALHO-PAGINA.
           IF CONT-PAGINA IS GREATER THAN ZERO
               WRITE LINHA-HMT FROM LIN-HMT-BRANCO
           END-IF.
           ADD 1 TO CONT-PAGINA.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           MOVE CONT-PAGINA   TO TIT-PAGINA.
           WRITE LINHA-HMT FROM LIN-HMT-TITULO.
           WRITE LINHA-HMT FROM LIN-HMT-SELECAO.
           WRITE LINHA-HMT FROM LIN-HMT-BRANCO.
           MOVE 3 TO LINHA-PAG.
