      *               RECUPERACAO, GERADO PELO EM01EX15), ORDENA POR
      *               TURMA E GRAVA NO RELATORIO RELFIM, PARA CADA
      *               TURMA EM PAGINA PROPRIA, AS QUANTIDADES E
      *               PERCENTUAIS DE APROVADO, APROVADO-REC, APROV.CONS,
      *               REPROVADO, REP.FALTA E SEM.FREQ E A DISTRIBUICAO
      *               DA MEDIA FINAL EM FAIXAS DE UM PONTO (0-1 ATE
      *               9-10), MAIS UMA PAGINA DE TOTAL GERAL. A DESCRICAO
      *               DA TURMA SAI DO CADASTRO CADTUR QUANDO DISPONIVEL.
      *               TERMINA COM RETURN-CODE 12 SE O CADFIM NAO PUDER
      *               SER ABERTO.
      *               APROV.CONS E A APROVACAO PELO CONSELHO DE CLASSE,
      *               APLICADA AO CADFIM PELO EM01EX33, E E CONTADA EM
      *               CATEGORIA PROPRIA, SEPARADA DA APROVACAO POR
      *               MEDIA.
      *               TRANSFERIDO E DESISTENTE (SAIDAS NO CURSO DO ANO,
      *               REGISTRADAS NO CADMAT PELO EM01EX09) SAO CONTADOS
      *               EM CATEGORIAS PROPRIAS E FICAM FORA DA
      *               DISTRIBUICAO DA MEDIA FINAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          01 ACUM-TURMA.
             02 TUR-APROVADO  PIC 9(05) VALUE ZEROS.
             02 TUR-APROV-REC PIC 9(05) VALUE ZEROS.
             02 TUR-APROV-CONS PIC 9(05) VALUE ZEROS.
             02 TUR-REPROVADO PIC 9(05) VALUE ZEROS.
             02 TUR-REP-FALTA PIC 9(05) VALUE ZEROS.
             02 TUR-SEM-FREQ  PIC 9(05) VALUE ZEROS.
             02 TUR-TRANSF    PIC 9(05) VALUE ZEROS.
             02 TUR-DESIST    PIC 9(05) VALUE ZEROS.
             02 TUR-TOTAL     PIC 9(05) VALUE ZEROS.
             02 TUR-FAIXA     PIC 9(05) OCCURS 10 TIMES VALUE ZEROS.

          01 ACUM-GERAL.
             02 GER-APROVADO  PIC 9(05) VALUE ZEROS.
             02 GER-APROV-REC PIC 9(05) VALUE ZEROS.
             02 GER-APROV-CONS PIC 9(05) VALUE ZEROS.
             02 GER-REPROVADO PIC 9(05) VALUE ZEROS.
             02 GER-REP-FALTA PIC 9(05) VALUE ZEROS.
             02 GER-SEM-FREQ  PIC 9(05) VALUE ZEROS.
             02 GER-TRANSF    PIC 9(05) VALUE ZEROS.
             02 GER-DESIST    PIC 9(05) VALUE ZEROS.
             02 GER-TOTAL     PIC 9(05) VALUE ZEROS.
             02 GER-FAIXA     PIC 9(05) OCCURS 10 TIMES VALUE ZEROS.
             02 GER-TURMAS    PIC 9(05) VALUE ZEROS.
          01 QUADRO-SIT.
             02 QS-APROVADO   PIC 9(05).
             02 QS-APROV-REC  PIC 9(05).
             02 QS-APROV-CONS PIC 9(05).
             02 QS-REPROVADO  PIC 9(05).
             02 QS-REP-FALTA  PIC 9(05).
             02 QS-SEM-FREQ   PIC 9(05).
             02 QS-TRANSF     PIC 9(05).
             02 QS-DESIST     PIC 9(05).
             02 QS-TOTAL      PIC 9(05).
             02 QS-FAIXA      PIC 9(05) OCCURS 10 TIMES.

               WHEN "APROVADO-REC"
                   ADD 1 TO TUR-APROV-REC
                            GER-APROV-REC
               WHEN "APROV.CONS"
                   ADD 1 TO TUR-APROV-CONS
                            GER-APROV-CONS
               WHEN "REPROVADO"
                   ADD 1 TO TUR-REPROVADO
                            GER-REPROVADO
               WHEN "REP.FALTA"
                   ADD 1 TO TUR-REP-FALTA
                            GER-REP-FALTA
               WHEN "TRANSFERIDO"
                   ADD 1 TO TUR-TRANSF
                            GER-TRANSF
               WHEN "DESISTENTE"
                   ADD 1 TO TUR-DESIST
                            GER-DESIST
               WHEN OTHER
                   ADD 1 TO TUR-SEM-FREQ
                            GER-SEM-FREQ
           END-EVALUATE.
           IF SORT-SITUACAO NOT EQUAL "TRANSFERIDO" AND
              SORT-SITUACAO NOT EQUAL "DESISTENTE"
               COMPUTE FAIXA-IDX = SORT-MEDIA-FIN + 1
               IF FAIXA-IDX IS GREATER THAN 10
                   MOVE 10 TO FAIXA-IDX
               END-IF
               ADD 1 TO TUR-FAIXA (FAIXA-IDX)
                        GER-FAIXA (FAIXA-IDX)
           END-IF.

       FECHA-TURMA.
           PERFORM CABECALHO-TURMA.
           MOVE TUR-APROVADO  TO QS-APROVADO.
           MOVE TUR-APROV-REC TO QS-APROV-REC.
           MOVE TUR-APROV-CONS TO QS-APROV-CONS.
           MOVE TUR-REPROVADO TO QS-REPROVADO.
           MOVE TUR-REP-FALTA TO QS-REP-FALTA.
           MOVE TUR-SEM-FREQ  TO QS-SEM-FREQ.
           MOVE TUR-TRANSF    TO QS-TRANSF.
           MOVE TUR-DESIST    TO QS-DESIST.
           MOVE TUR-TOTAL     TO QS-TOTAL.
           PERFORM VARYING FAIXA-IDX FROM 1 BY 1
                   UNTIL FAIXA-IDX IS GREATER THAN 10
           WRITE LINHA-FIM FROM LIN-FIM-BRANCO.
           MOVE GER-APROVADO  TO QS-APROVADO.
           MOVE GER-APROV-REC TO QS-APROV-REC.
           MOVE GER-APROV-CONS TO QS-APROV-CONS.
           MOVE GER-REPROVADO TO QS-REPROVADO.
           MOVE GER-REP-FALTA TO QS-REP-FALTA.
           MOVE GER-SEM-FREQ  TO QS-SEM-FREQ.
           MOVE GER-TRANSF    TO QS-TRANSF.
           MOVE GER-DESIST    TO QS-DESIST.
           MOVE GER-TOTAL     TO QS-TOTAL.
           PERFORM VARYING FAIXA-IDX FROM 1 BY 1
                   UNTIL FAIXA-IDX IS GREATER THAN 10
           MOVE "APROVADO-REC  " TO SIT-NOME.
           MOVE QS-APROV-REC TO SIT-QTDE-CALC.
           PERFORM IMPRIME-SITUACAO.
           MOVE "APROV.CONS    " TO SIT-NOME.
           MOVE QS-APROV-CONS TO SIT-QTDE-CALC.
           PERFORM IMPRIME-SITUACAO.
           MOVE "REPROVADO     " TO SIT-NOME.
           MOVE QS-REPROVADO TO SIT-QTDE-CALC.
           PERFORM IMPRIME-SITUACAO.
           MOVE "SEM.FREQ      " TO SIT-NOME.
           MOVE QS-SEM-FREQ TO SIT-QTDE-CALC.
           PERFORM IMPRIME-SITUACAO.
           MOVE "TRANSFERIDO   " TO SIT-NOME.
           MOVE QS-TRANSF TO SIT-QTDE-CALC.
           PERFORM IMPRIME-SITUACAO.
           MOVE "DESISTENTE    " TO SIT-NOME.
           MOVE QS-DESIST TO SIT-QTDE-CALC.
           PERFORM IMPRIME-SITUACAO.
           MOVE "TOTAL         " TO SIT-NOME.
           MOVE QS-TOTAL TO SIT-QTDE-CALC.
           PERFORM IMPRIME-SITUACAO.
