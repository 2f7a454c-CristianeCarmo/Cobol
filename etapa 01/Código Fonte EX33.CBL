       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EM01EX33.
       INSTALLATION.  HOME.
       DATE-WRITTEN.  15-10-2026.
       DATE-COMPILED.
       SECURITY.      APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.       DECISOES DO CONSELHO DE CLASSE. RODA DEPOIS DO
      *               EM01EX15 FINAL E ANTES DO EM01EX26, EM01EX18
      *               FINAL E EM01EX22. LE AS TRANSACOES DO ARQUIVO
      *               CONSELHO (NUMERO DO ALUNO, NOVA SITUACAO
      *               "APROV.CONS", DATA DO CONSELHO AAMMDD, NUMERO DA
      *               ATA E JUSTIFICATIVA) E CRITICA CONTRA O CADFIM: O
      *               ALUNO DEVE EXISTIR E ESTAR REPROVADO OU REP.FALTA
      *               E NAO PODE TER DECISAO JA REGISTRADA NO ANO.
      *               TRANSACAO INVALIDA VAI PARA CONSELHO-ERR COM O
      *               CAMPO EM ERRO; A VALIDA E GRAVADA NO REGISTRO
      *               PERMANENTE CADCSL (INDEXADO, CHAVE = NUMERO DO
      *               ALUNO + ANO LETIVO, COM A SITUACAO ANTERIOR).
      *               EM SEGUIDA TODAS AS DECISOES DO REGISTRO PARA O
      *               ANO DO CADFIM SAO APLICADAS A SITUACAO-FIM (VIA
      *               CADFIM-TMP), DE MODO QUE REEXECUTAR O EM01EX15
      *               FINAL E DEPOIS ESTE PROGRAMA, MESMO SEM O
      *               ARQUIVO CONSELHO, RESTAURA AS DECISOES. GRAVA O
      *               RELATORIO RELCSL DAS DECISOES DO ANO POR TURMA E
      *               OS TOTAIS NO LOGEXEC. TERMINA COM RETURN-CODE 8
      *               QUANDO HOUVE TRANSACAO REJEITADA E 12 SE O
      *               CADFIM NAO PUDER SER ABERTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER.  DELL-PC.
           OBJECT-COMPUTER.  DELL-PC.
           SPECIAL-NAMES.    DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSELHO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CON.
           SELECT CONSELHO-ERR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADFIM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FIM.
           SELECT CADFIM-TMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIMIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIX-NUMERO
           FILE STATUS IS WS-STATUS-IDX.
           SELECT CADCSL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAVE-CSL
           FILE STATUS IS WS-STATUS-CSL.
           SELECT CADTUR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TURMA-TM
           FILE STATUS IS WS-STATUS-TUR.
           SELECT RELCSL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGEXEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
           SELECT SORT-CSL ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD CONSELHO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONSELHO.DAT".
       01 REG-CON.
           02 NUMERO-CON    PIC 9(05).
           02 SITUACAO-CON  PIC X(12).
           02 DATA-CON      PIC 9(06).
           02 DATA-CON-R REDEFINES DATA-CON.
              03 ANO-CON    PIC 9(02).
              03 MES-CON    PIC 9(02).
              03 DIA-CON    PIC 9(02).
           02 ATA-CON       PIC 9(05).
           02 JUSTIF-CON    PIC X(60).

       FD CONSELHO-ERR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONSELHO-ERR.DAT".
       01 REG-CON-ERR.
           02 CON-ERR-TRAN  PIC X(88).
           02 CON-ERR-CAMPO PIC X(05).

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

       FD CADFIM-TMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFIM-TMP.DAT".
       01 REG-FIM-TMP    PIC X(66).

       FD FIMIDX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FIMIDX.DAT".
       01 REG-FIX.
           02 FIX-NUMERO     PIC 9(05).
           02 FIX-NOME       PIC X(20).
           02 FIX-TURMA      PIC X(03).
           02 FIX-MEDIA      PIC 99V99.
           02 FIX-SITUACAO   PIC X(12).

       FD CADCSL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCSL.DAT".
       01 REG-CSL.
           02 CHAVE-CSL.
              03 NUMERO-CSL  PIC 9(05).
              03 ANO-CSL     PIC 9(04).
           02 NOME-CSL       PIC X(20).
           02 TURMA-CSL      PIC X(03).
           02 MEDIA-CSL      PIC 99V99.
           02 SIT-ANTES-CSL  PIC X(12).
           02 SIT-NOVA-CSL   PIC X(12).
           02 DATA-CSL       PIC 9(06).
           02 ATA-CSL        PIC 9(05).
           02 JUSTIF-CSL     PIC X(60).
           02 LANCTO-CSL     PIC 9(06).

       FD CADTUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADTUR.DAT".
       01 REG-TM.
           02 TURMA-TM      PIC X(03).
           02 DESC-TM       PIC X(20).
           02 ANO-TM        PIC 9(04).

       FD RELCSL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELCSL.DAT".
       01 LINHA-CSL      PIC X(80).

       FD LOGEXEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOGEXEC.DAT".
       01 REG-LOG.
           02 LOG-PROGRAMA    PIC X(08).
           02 LOG-DATA        PIC 9(06).
           02 LOG-LIDOS       PIC 9(07).
           02 LOG-GRAVADOS    PIC 9(07).
           02 LOG-REJEITADOS  PIC 9(07).

       SD SORT-CSL.
       01 REG-SORT.
           02 SORT-TURMA      PIC X(03).
           02 SORT-NOME       PIC X(20).
           02 SORT-NUMERO     PIC 9(05).
           02 SORT-MEDIA      PIC 99V99.
           02 SORT-SIT-ANTES  PIC X(12).
           02 SORT-SIT-NOVA   PIC X(12).
           02 SORT-DATA       PIC 9(06).
           02 SORT-ATA        PIC 9(05).
           02 SORT-JUSTIF     PIC X(60).

       WORKING-STORAGE SECTION.
          77 FIM-ARQ         PIC X(03) VALUE "NAO".
          77 FIM-SORT        PIC X(03) VALUE "NAO".
          77 WS-STATUS-CON   PIC X(02) VALUE SPACES.
          77 WS-STATUS-FIM   PIC X(02) VALUE SPACES.
          77 WS-STATUS-IDX   PIC X(02) VALUE SPACES.
          77 WS-STATUS-CSL   PIC X(02) VALUE SPACES.
          77 WS-STATUS-TUR   PIC X(02) VALUE SPACES.
          77 WS-STATUS-LOG   PIC X(02) VALUE SPACES.
          77 CONSELHO-ABERTO PIC X(03) VALUE "NAO".
          77 CADTUR-ABERTO   PIC X(03) VALUE "NAO".
          77 TRAN-VALIDA     PIC X(03) VALUE "SIM".
          77 CAMPO-ERRO      PIC X(05) VALUE SPACES.
          77 DECISAO-ACHADA  PIC X(03) VALUE "NAO".
          77 ANO-CORRENTE    PIC 9(04) VALUE ZEROS.
          77 DATA-EXECUCAO   PIC 9(06) VALUE ZEROS.

          77 CONT-LIDOS      PIC 9(07) VALUE ZEROS.
          77 CONT-GRAVADOS   PIC 9(07) VALUE ZEROS.
          77 CONT-REJEITADOS PIC 9(07) VALUE ZEROS.
          77 CONT-FIM        PIC 9(07) VALUE ZEROS.
          77 CONT-APLICADOS  PIC 9(07) VALUE ZEROS.
          77 CONT-JA-APLIC   PIC 9(07) VALUE ZEROS.
          77 CONT-NAO-APLIC  PIC 9(07) VALUE ZEROS.

          77 TURMA-REL       PIC X(03) VALUE SPACES.
          77 TURMA-ABERTA    PIC X(03) VALUE "NAO".
          77 CONT-TURMA      PIC 9(05) VALUE ZEROS.
          77 CONT-DECISOES   PIC 9(05) VALUE ZEROS.
          77 CONT-PAGINA     PIC 9(03) VALUE ZEROS.
          77 LINHA-PAG       PIC 9(03) VALUE ZEROS.

          01 LIN-CSL-CABEC1.
             02 FILLER     PIC X(42) VALUE
                "EM01 - DECISOES DO CONSELHO DE CLASSE".
             02 FILLER     PIC X(06) VALUE "DATA: ".
             02 TIT-DATA   PIC 9(06).
             02 FILLER     PIC X(08) VALUE "   PAG. ".
             02 TIT-PAGINA PIC Z(02)9.

          01 LIN-CSL-TURMA.
             02 FILLER     PIC X(06) VALUE "TURMA ".
             02 CAB-TURMA  PIC X(03).
             02 FILLER     PIC X(02) VALUE SPACES.
             02 CAB-TURMA-DESC PIC X(20).
             02 FILLER     PIC X(06) VALUE "  ANO ".
             02 CAB-ANO    PIC 9(04).

          01 LIN-CSL-CABEC2.
             02 FILLER     PIC X(40) VALUE
                "NUMERO NOME                 MEDIA  SITUA".
             02 FILLER     PIC X(40) VALUE
                "CAO ANTERIOR  CONSELHO   ATA".

          01 LIN-CSL-DET.
             02 DET-NUMERO     PIC Z(04)9.
             02 FILLER         PIC X(02) VALUE SPACES.
             02 DET-NOME       PIC X(20).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-MEDIA      PIC Z9,99.
             02 FILLER         PIC X(02) VALUE SPACES.
             02 DET-SIT-ANTES  PIC X(12).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-SIT-NOVA   PIC X(12).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-DATA       PIC 9(06).
             02 FILLER         PIC X(01) VALUE SPACES.
             02 DET-ATA        PIC Z(04)9.

          01 LIN-CSL-JUSTIF.
             02 FILLER         PIC X(07) VALUE SPACES.
             02 FILLER         PIC X(08) VALUE "MOTIVO: ".
             02 DET-JUSTIF     PIC X(60).

          01 LIN-CSL-SUBTOT.
             02 FILLER       PIC X(21) VALUE
                "DECISOES DA TURMA ".
             02 SUB-TURMA    PIC X(03).
             02 FILLER       PIC X(02) VALUE ": ".
             02 SUB-DECISOES PIC Z(04)9.

          01 LIN-CSL-RODAPE.
             02 FILLER       PIC X(33) VALUE
                "*** FIM DO RELATORIO - TOTAL DE ".
             02 ROD-TOTAL    PIC Z(04)9.
             02 FILLER       PIC X(13) VALUE " DECISOES ***".

          01 LIN-CSL-BRANCO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-EM01EX33.
           PERFORM INICIO.
           IF CONSELHO-ABERTO EQUAL "SIM"
               PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM"
           END-IF.
           PERFORM APLICA-DECISOES.
           SORT SORT-CSL
               ON ASCENDING KEY SORT-TURMA
                                SORT-NOME
                                SORT-NUMERO
               INPUT PROCEDURE IS SELECIONA-DECISOES
               OUTPUT PROCEDURE IS IMPRIME-DECISOES.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           ACCEPT DATA-EXECUCAO FROM DATE.
           PERFORM CARREGA-CADFIM.
           OPEN I-O CADCSL.
           IF WS-STATUS-CSL EQUAL "35"
               OPEN OUTPUT CADCSL
               CLOSE CADCSL
               OPEN I-O CADCSL
           END-IF.
           IF WS-STATUS-CSL NOT EQUAL "00"
               DISPLAY "EM01EX33: ERRO AO ABRIR CADCSL.DAT, STATUS "
                       WS-STATUS-CSL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CADTUR.
           IF WS-STATUS-TUR EQUAL "00"
               MOVE "SIM" TO CADTUR-ABERTO
           ELSE
               DISPLAY "EM01EX33: CADTUR.DAT INDISPONIVEL, STATUS "
                       WS-STATUS-TUR ", DESCRICAO DA TURMA EM BRANCO"
           END-IF.
           OPEN INPUT CONSELHO.
           IF WS-STATUS-CON EQUAL "00"
               MOVE "SIM" TO CONSELHO-ABERTO
               OPEN OUTPUT CONSELHO-ERR
               PERFORM LEITURA
           ELSE
               DISPLAY "EM01EX33: CONSELHO.DAT AUSENTE, SOMENTE AS"
                       " DECISOES JA REGISTRADAS SERAO APLICADAS"
           END-IF.

       CARREGA-CADFIM.
           OPEN INPUT CADFIM.
           IF WS-STATUS-FIM NOT EQUAL "00"
               DISPLAY "EM01EX33: ERRO AO ABRIR CADFIM.DAT, STATUS "
                       WS-STATUS-FIM
               DISPLAY "EM01EX33: EXECUTE ANTES O EM01EX15 FINAL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FIMIDX.
           IF WS-STATUS-IDX NOT EQUAL "00"
               DISPLAY "EM01EX33: ERRO AO CRIAR FIMIDX.DAT, STATUS "
                       WS-STATUS-IDX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CADFIM AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               IF CONT-FIM EQUAL ZERO
                   MOVE ANO-FIM TO ANO-CORRENTE
               END-IF
               ADD 1 TO CONT-FIM
               MOVE COD-FIM      TO FIX-NUMERO
               MOVE NOME-FIM     TO FIX-NOME
               MOVE TURMA-FIM    TO FIX-TURMA
               MOVE MEDIA-FINAL  TO FIX-MEDIA
               MOVE SITUACAO-FIM TO FIX-SITUACAO
               WRITE REG-FIX
                   INVALID KEY
                       DISPLAY "EM01EX33: ALUNO DUPLICADO NO CADFIM: "
                               COD-FIM
               END-WRITE
               READ CADFIM AT END MOVE "SIM" TO FIM-ARQ
           END-PERFORM.
           CLOSE CADFIM
                 FIMIDX.
           OPEN INPUT FIMIDX.
           MOVE "NAO" TO FIM-ARQ.
           DISPLAY "EM01EX33: ANO LETIVO " ANO-CORRENTE
                   " ALUNOS NO CADFIM " CONT-FIM.

       LEITURA.
           READ CONSELHO AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO CONT-LIDOS.
           PERFORM CRITICA-TRANSACAO.
           IF TRAN-VALIDA EQUAL "SIM"
               PERFORM REGISTRA-DECISAO
           ELSE
               PERFORM REJEITA-TRANSACAO
           END-IF.
           PERFORM LEITURA.

       CRITICA-TRANSACAO.
           MOVE "SIM" TO TRAN-VALIDA.
           MOVE SPACES TO CAMPO-ERRO.
           IF NUMERO-CON IS NOT NUMERIC OR NUMERO-CON EQUAL ZEROS
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "CHAVE" TO CAMPO-ERRO
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND SITUACAO-CON NOT EQUAL "APROV.CONS"
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "SIT" TO CAMPO-ERRO
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND (DATA-CON IS NOT NUMERIC OR
                   MES-CON IS LESS THAN 1 OR
                   MES-CON IS GREATER THAN 12 OR
                   DIA-CON IS LESS THAN 1 OR
                   DIA-CON IS GREATER THAN 31)
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "DATA" TO CAMPO-ERRO
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND (ATA-CON IS NOT NUMERIC OR ATA-CON EQUAL ZEROS)
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "ATA" TO CAMPO-ERRO
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM" AND JUSTIF-CON EQUAL SPACES
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "JUST" TO CAMPO-ERRO
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
               MOVE NUMERO-CON TO FIX-NUMERO
               READ FIMIDX KEY IS FIX-NUMERO
                   INVALID KEY
                       MOVE "NAO" TO TRAN-VALIDA
                       MOVE "ALUNO" TO CAMPO-ERRO
               END-READ
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
              AND FIX-SITUACAO NOT EQUAL "REPROVADO"
              AND FIX-SITUACAO NOT EQUAL "REP.FALTA"
               MOVE "NAO" TO TRAN-VALIDA
               MOVE "SITAT" TO CAMPO-ERRO
           END-IF.
           IF TRAN-VALIDA EQUAL "SIM"
               MOVE NUMERO-CON   TO NUMERO-CSL
               MOVE ANO-CORRENTE TO ANO-CSL
               READ CADCSL KEY IS CHAVE-CSL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "NAO" TO TRAN-VALIDA
                       MOVE "DUPL" TO CAMPO-ERRO
               END-READ
           END-IF.

       REGISTRA-DECISAO.
           MOVE NUMERO-CON    TO NUMERO-CSL.
           MOVE ANO-CORRENTE  TO ANO-CSL.
           MOVE FIX-NOME      TO NOME-CSL.
           MOVE FIX-TURMA     TO TURMA-CSL.
           MOVE FIX-MEDIA     TO MEDIA-CSL.
           MOVE FIX-SITUACAO  TO SIT-ANTES-CSL.
           MOVE SITUACAO-CON  TO SIT-NOVA-CSL.
           MOVE DATA-CON      TO DATA-CSL.
           MOVE ATA-CON       TO ATA-CSL.
           MOVE JUSTIF-CON    TO JUSTIF-CSL.
           MOVE DATA-EXECUCAO TO LANCTO-CSL.
           WRITE REG-CSL
               INVALID KEY
                   MOVE "DUPL" TO CAMPO-ERRO
                   PERFORM REJEITA-TRANSACAO
               NOT INVALID KEY
                   ADD 1 TO CONT-GRAVADOS
           END-WRITE.

       REJEITA-TRANSACAO.
           MOVE REG-CON TO CON-ERR-TRAN.
           MOVE CAMPO-ERRO TO CON-ERR-CAMPO.
           WRITE REG-CON-ERR.
           ADD 1 TO CONT-REJEITADOS.

       APLICA-DECISOES.
           OPEN INPUT  CADFIM
                OUTPUT CADFIM-TMP.
           MOVE "NAO" TO FIM-ARQ.
           READ CADFIM AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               PERFORM APLICA-ALUNO
               WRITE REG-FIM-TMP FROM REG-FIM
               READ CADFIM AT END MOVE "SIM" TO FIM-ARQ
           END-PERFORM.
           CLOSE CADFIM
                 CADFIM-TMP.
           OPEN INPUT  CADFIM-TMP
                OUTPUT CADFIM.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               READ CADFIM-TMP
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END WRITE REG-FIM FROM REG-FIM-TMP
               END-READ
           END-PERFORM.
           CLOSE CADFIM-TMP
                 CADFIM.
           OPEN OUTPUT CADFIM-TMP.
           CLOSE CADFIM-TMP.

       APLICA-ALUNO.
           MOVE "NAO" TO DECISAO-ACHADA.
           MOVE COD-FIM TO NUMERO-CSL.
           MOVE ANO-FIM TO ANO-CSL.
           READ CADCSL KEY IS CHAVE-CSL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SIM" TO DECISAO-ACHADA
           END-READ.
           IF DECISAO-ACHADA EQUAL "SIM"
               IF SITUACAO-FIM EQUAL SIT-NOVA-CSL
                   ADD 1 TO CONT-JA-APLIC
               ELSE
                   IF SITUACAO-FIM EQUAL "REPROVADO" OR
                      SITUACAO-FIM EQUAL "REP.FALTA"
                       MOVE SIT-NOVA-CSL TO SITUACAO-FIM
                       ADD 1 TO CONT-APLICADOS
                   ELSE
                       ADD 1 TO CONT-NAO-APLIC
                       DISPLAY "EM01EX33: ALUNO " COD-FIM
                               " ESTA " SITUACAO-FIM
                               ", DECISAO DO CONSELHO NAO APLICADA"
                   END-IF
               END-IF
           END-IF.

       SELECIONA-DECISOES.
           CLOSE CADCSL.
           OPEN INPUT CADCSL.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM UNTIL FIM-ARQ EQUAL "SIM"
               READ CADCSL NEXT RECORD
                   AT END MOVE "SIM" TO FIM-ARQ
                   NOT AT END
                       IF ANO-CSL EQUAL ANO-CORRENTE
                           PERFORM LIBERA-DECISAO
                       END-IF
               END-READ
           END-PERFORM.

       LIBERA-DECISAO.
           MOVE TURMA-CSL     TO SORT-TURMA.
           MOVE NOME-CSL      TO SORT-NOME.
           MOVE NUMERO-CSL    TO SORT-NUMERO.
           MOVE MEDIA-CSL     TO SORT-MEDIA.
           MOVE SIT-ANTES-CSL TO SORT-SIT-ANTES.
           MOVE SIT-NOVA-CSL  TO SORT-SIT-NOVA.
           MOVE DATA-CSL      TO SORT-DATA.
           MOVE ATA-CSL       TO SORT-ATA.
           MOVE JUSTIF-CSL    TO SORT-JUSTIF.
           RELEASE REG-SORT.

       IMPRIME-DECISOES.
           OPEN OUTPUT RELCSL.
           PERFORM LER-SORT.
           PERFORM PROCESSA-DECISAO UNTIL FIM-SORT EQUAL "SIM".
           IF TURMA-ABERTA EQUAL "SIM"
               PERFORM FECHA-TURMA
           ELSE
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE CONT-DECISOES TO ROD-TOTAL.
           WRITE LINHA-CSL FROM LIN-CSL-RODAPE.
           CLOSE RELCSL.

       LER-SORT.
           RETURN SORT-CSL
               AT END MOVE "SIM" TO FIM-SORT
           END-RETURN.

       PROCESSA-DECISAO.
           IF TURMA-ABERTA NOT EQUAL "SIM"
               MOVE SORT-TURMA TO TURMA-REL
               PERFORM ABRE-TURMA
           ELSE
               IF SORT-TURMA NOT EQUAL TURMA-REL
                   PERFORM FECHA-TURMA
                   MOVE SORT-TURMA TO TURMA-REL
                   PERFORM ABRE-TURMA
               END-IF
           END-IF.
           IF LINHA-PAG IS GREATER THAN 54
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE SORT-NUMERO    TO DET-NUMERO.
           MOVE SORT-NOME      TO DET-NOME.
           MOVE SORT-MEDIA     TO DET-MEDIA.
           MOVE SORT-SIT-ANTES TO DET-SIT-ANTES.
           MOVE SORT-SIT-NOVA  TO DET-SIT-NOVA.
           MOVE SORT-DATA      TO DET-DATA.
           MOVE SORT-ATA       TO DET-ATA.
           MOVE SORT-JUSTIF    TO DET-JUSTIF.
           WRITE LINHA-CSL FROM LIN-CSL-DET.
           WRITE LINHA-CSL FROM LIN-CSL-JUSTIF.
           ADD 2 TO LINHA-PAG.
           ADD 1 TO CONT-TURMA.
           ADD 1 TO CONT-DECISOES.
           PERFORM LER-SORT.

       ABRE-TURMA.
           MOVE "SIM" TO TURMA-ABERTA.
           MOVE ZEROS TO CONT-TURMA.
           PERFORM CABECALHO-PAGINA.

       CABECALHO-PAGINA.
           IF CONT-PAGINA IS GREATER THAN ZERO
               WRITE LINHA-CSL FROM LIN-CSL-BRANCO
           END-IF.
           ADD 1 TO CONT-PAGINA.
           MOVE DATA-EXECUCAO TO TIT-DATA.
           MOVE CONT-PAGINA   TO TIT-PAGINA.
           WRITE LINHA-CSL FROM LIN-CSL-CABEC1.
           MOVE TURMA-REL    TO CAB-TURMA.
           MOVE ANO-CORRENTE TO CAB-ANO.
           PERFORM BUSCA-DESC-TURMA.
           WRITE LINHA-CSL FROM LIN-CSL-TURMA.
           WRITE LINHA-CSL FROM LIN-CSL-CABEC2.
           MOVE 3 TO LINHA-PAG.

       BUSCA-DESC-TURMA.
           MOVE SPACES TO CAB-TURMA-DESC.
           IF CADTUR-ABERTO EQUAL "SIM"
               MOVE TURMA-REL TO TURMA-TM
               READ CADTUR KEY IS TURMA-TM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESC-TM TO CAB-TURMA-DESC
               END-READ
           END-IF.

       FECHA-TURMA.
           MOVE TURMA-REL  TO SUB-TURMA.
           MOVE CONT-TURMA TO SUB-DECISOES.
           WRITE LINHA-CSL FROM LIN-CSL-SUBTOT.
           ADD 1 TO LINHA-PAG.
           MOVE "NAO" TO TURMA-ABERTA.

       GRAVA-LOG-EXECUCAO.
           MOVE "EM01EX33" TO LOG-PROGRAMA.
           ACCEPT LOG-DATA FROM DATE.
           MOVE CONT-LIDOS      TO LOG-LIDOS.
           MOVE CONT-GRAVADOS   TO LOG-GRAVADOS.
           MOVE CONT-REJEITADOS TO LOG-REJEITADOS.
           OPEN EXTEND LOGEXEC.
           IF WS-STATUS-LOG NOT EQUAL "00"
               OPEN OUTPUT LOGEXEC
           END-IF.
           WRITE REG-LOG.
           CLOSE LOGEXEC.

       TERMINO.
           PERFORM GRAVA-LOG-EXECUCAO.
           CLOSE CADCSL
                 FIMIDX.
           IF CONSELHO-ABERTO EQUAL "SIM"
               CLOSE CONSELHO
                     CONSELHO-ERR
           END-IF.
           IF CADTUR-ABERTO EQUAL "SIM"
               CLOSE CADTUR
           END-IF.
           DISPLAY "EM01EX33: TRANSACOES LIDAS " CONT-LIDOS
                   " REGISTRADAS " CONT-GRAVADOS
                   " REJEITADAS " CONT-REJEITADOS.
           DISPLAY "EM01EX33: CADFIM - APLICADAS " CONT-APLICADOS
                   " JA APLICADAS " CONT-JA-APLIC
                   " NAO APLICADAS " CONT-NAO-APLIC.
           IF CONT-REJEITADOS IS GREATER THAN ZERO
               DISPLAY "EM01EX33: TRANSACOES REJEITADAS: "
                       CONT-REJEITADOS ", VEJA CONSELHO-ERR.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF.
