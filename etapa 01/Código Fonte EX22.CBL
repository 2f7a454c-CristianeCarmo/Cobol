      *               MEDIA FINAL E SITUACAO. REEXECUCAO E SEGURA: O
      *               REGISTRO DO MESMO ALUNO E ANO E REGRAVADO. GRAVA
      *               OS TOTAIS NO LOGEXEC PARA CONFERENCIA.
      *               ALUNOS TRANSFERIDOS E DESISTENTES NO ANO ENTRAM NO
      *               HISTORICO COM ESSA SITUACAO E SAO CONTADOS A PARTE
      *               NOS TOTAIS EXIBIDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          77 CONT-LIDOS       PIC 9(07) VALUE ZEROS.
          77 CONT-GRAVADOS    PIC 9(07) VALUE ZEROS.
          77 CONT-REGRAVADOS  PIC 9(07) VALUE ZEROS.
          77 CONT-TRANSF      PIC 9(07) VALUE ZEROS.
          77 CONT-DESIST      PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-EM01EX22.
           MOVE TURMA-FIM    TO TURMA-HIST.
           MOVE MEDIA-FINAL  TO MEDIA-HIST.
           MOVE SITUACAO-FIM TO SITUACAO-HIST.
           IF SITUACAO-FIM EQUAL "TRANSFERIDO"
               ADD 1 TO CONT-TRANSF
           END-IF.
           IF SITUACAO-FIM EQUAL "DESISTENTE"
               ADD 1 TO CONT-DESIST
           END-IF.
           WRITE REG-HIST
               INVALID KEY
                   REWRITE REG-HIST
           DISPLAY "EM01EX22: LIDOS " CONT-LIDOS
                   " INCLUIDOS " CONT-GRAVADOS
                   " REGRAVADOS " CONT-REGRAVADOS.
           DISPLAY "EM01EX22: TRANSFERIDOS " CONT-TRANSF
                   " DESISTENTES " CONT-DESIST.
           CLOSE CADFIM
                 CADHIST.
