       01 W-ANO-CALC         PIC 9(04) VALUE ZEROS.
       01 W-MES-CALC         PIC 9(02) VALUE ZEROS.
       01 W-PERC-LIMITE      PIC 9(03)V99 VALUE ZEROS.
       01 W-PERC-LOTE        PIC X(05) VALUE SPACES.
       01 W-PERC-LOTE-R REDEFINES W-PERC-LOTE PIC 9(03)V99.
       01 W-LOTE             PIC X(01) VALUE SPACES.
       01 W-PERC-BRUTO       PIC S9(04)V99 VALUE ZEROS.
       01 W-PERC-LIQ         PIC S9(04)V99 VALUE ZEROS.
       01 W-PERC-ABS-BRU     PIC 9(04)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       R0.
           DISPLAY "VARIACAO DA FOLHA ENTRE COMPETENCIAS".
           MOVE 8 TO RETURN-CODE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM LE-LOTE THRU LE-LOTE-FIM.
           IF W-LOTE = "S"
              MOVE ZEROS TO W-COMPET-ATU
           ELSE
              DISPLAY "COMPETENCIA CORRENTE (AAAAMM): "
              ACCEPT W-COMPET-ATU
           END-IF.
           IF W-COMPET-ATU = ZEROS
              MOVE W-DATAHOJE(1:6) TO W-COMPET-ATU
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET-ATU
           MOVE W-ANO-CALC TO W-COMPET-ANT(1:4)
           MOVE W-MES-CALC TO W-COMPET-ANT(5:2).

      * NA CADEIA O CORTE VEM DO CTLFOLHA EM FOLHAPERCVAR (5 DIGITOS,
      * 2 DECIMAIS); SEM ELE VALEM OS 10% DE COSTUME.
           IF W-LOTE = "S"
              DISPLAY "FOLHAPERCVAR" UPON ENVIRONMENT-NAME
              ACCEPT W-PERC-LOTE FROM ENVIRONMENT-VALUE
              IF W-PERC-LOTE-R NUMERIC
                 MOVE W-PERC-LOTE-R TO W-PERC-LIMITE
              ELSE
                 MOVE 10 TO W-PERC-LIMITE
              END-IF
              DISPLAY "PERCENTUAL DE CORTE......: " W-PERC-LIMITE
           ELSE
              DISPLAY "PERCENTUAL DE CORTE (EX: 010,00 P/ 10%): "
              ACCEPT W-PERC-LIMITE
           END-IF.

           OPEN INPUT HISTFOLHA
           IF ST-HIST NOT = "00"
           DISPLAY "VARIACOES ACIMA DO CORTE.: " W-QTDE-VARIACOES.
           DISPLAY "RELATORIO GERADO EM RELVAR.LST".
           CLOSE HISTFOLHA CADFOLHA DEPFOLHA RELVAR.
           MOVE ZEROS TO RETURN-CODE.

       ROT-FIM.
           GOBACK.
       CARREGA-DEP-FIM.
           EXIT.

      *---------[ EXECUCAO PELA CADEIA DE FECHAMENTO (PROGRFEC) ]-------
      * COM FOLHALOTE = "S" O PROGRAMA NAO PERGUNTA NADA NA TELA E
      * DEVOLVE O RESULTADO NO RETURN-CODE (ZERO = CONCLUIDO).
       LE-LOTE.
           MOVE SPACES TO W-LOTE
           DISPLAY "FOLHALOTE" UPON ENVIRONMENT-NAME
           ACCEPT W-LOTE FROM ENVIRONMENT-VALUE.
       LE-LOTE-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
