      *               FINAL MINIMA SAO LIDAS DO ARQUIVO DE PARAMETROS
      *               PARMEM01 (PADROES 3,00 A 5,99 E 5,00 NA FALTA
      *               DELE) E EXIBIDAS NO INICIO DA EXECUCAO.
      *               ALUNO TRANSFERIDO (TRANSF. NO CADCONS) SAI NO
      *               CADFIM COMO TRANSFERIDO E ALUNO DESISTENTE COMO
      *               DESISTENTE; NENHUM DOS DOIS E CONVOCADO PARA A
      *               RECUPERACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE ZEROS       TO NOTA-REC-FIM.
           MOVE MEDIA-GERAL TO MEDIA-FINAL.
           MOVE SITUACAO-CONS TO SITUACAO-FIM.
           IF SITUACAO-CONS EQUAL "TRANSF."
               MOVE "TRANSFERIDO" TO SITUACAO-FIM
           END-IF.
           MOVE ANO-CONS    TO ANO-FIM.
           MOVE BIM-CONS    TO BIM-FIM.
           PERFORM VERIFICA-ELEGIVEL.
